      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9542.

       COPY XCWWCRHT.

      *****************************************************************
      *  MONTHLY PREMIUM-OFFER CAMPAIGN CONVERSION AND UPLIFT REPORT. *
      *                                                               *
      *  CSBM9534 COUNTS ONLY EACH DAY'S RESPONSES.  THIS JOB READS   *
      *  THE WHOLE ZPOF OFFER MASTER AND REPORTS, FOR EACH MARKETING  *
      *  CAMPAIGN AND OFFER SEGMENT, THE OFFERS ISSUED, ACCEPTED,     *
      *  DECLINED, EXPIRED BY THE CSBM9534 SWEEP AND STILL OPEN, THE  *
      *  CONVERSION RATE (ACCEPTED AS A PERCENTAGE OF ISSUED) AND     *
      *  THE AVERAGE DAYS FROM OFFER DATE TO THE CLIENT'S ACCEPT OR   *
      *  DECLINE.  THE PREMIUM UPLIFT IS THE CURRENT MODAL AND        *
      *  ANNUAL PREMIUM, FROM THE POLICY MASTER UNLOAD, OF EVERY      *
      *  POLICY THAT ACCEPTED.                                        *
      *                                                               *
      *  UNDER EACH CAMPAIGN / SEGMENT THE ACCEPTS AND DECLINES ARE   *
      *  BROKEN DOWN BY RESPONDING USER AND THE POLICY'S SERVICING    *
      *  BRANCH, SO THE CAMPAIGN TEAM CAN SEE WHO CLOSES OFFERS.      *
      *                                                               *
      *  AN ACCEPTED OFFER WHOSE POLICY IS NOT ON THE MASTER UNLOAD   *
      *  IS COUNTED AS ACCEPTED WITH NO PREMIUM AND SHOWN IN THE      *
      *  CONTROL COUNTS.  A RESPONSE WITH AN UNPARSEABLE OFFER OR     *
      *  RESPONSE DATE IS LEFT OUT OF THE AVERAGE DAYS ONLY.          *
      *                                                               *
      *  INPUTS: CPNPARM - RUN DATE (BLANK = TODAY)                   *
      *          CPNPOF  - ZPOF OFFER UNLOAD (CSBM9534 POFOUT LAYOUT) *
      *          CPNPOL  - POLICY MASTER UNLOAD IN POL-ID SEQUENCE    *
      *  OUTPUT: CPNRPT  - CAMPAIGN CONVERSION REPORT                 *
      *  WORK:   CPNWORK - PRICED OFFERS BETWEEN THE TWO SORTS        *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *****************************************************************

      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CPNPARM-FILE   ASSIGN TO CPNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-PARM-STAT.

           SELECT CPNPOF-FILE    ASSIGN TO CPNPOF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-POF-STAT.

           SELECT CPNPOL-FILE    ASSIGN TO CPNPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-POL-STAT.

           SELECT CPNWORK-FILE   ASSIGN TO CPNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-WORK-STAT.

           SELECT CPNRPT-FILE    ASSIGN TO CPNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-RPT-STAT.

           SELECT CPNLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CPN-LDG-STAT.

           SELECT CPNSRT1-FILE   ASSIGN TO SORTWK01.

           SELECT CPNSRT2-FILE   ASSIGN TO SORTWK02.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  CPNPARM-FILE
           RECORDING MODE IS F.
       01  CPN-PARM-REC.
           05  CPN-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  CPNPOF-FILE
           RECORDING MODE IS F.
       01  CPN-POF-REC.
           05  CPN-POF-POL-ID                  PIC X(10).
           05  CPN-POF-MKT-CAMPGN-CD           PIC X(10).
           05  CPN-POF-OFFR-SEG-CD             PIC X(10).
           05  CPN-POF-OFFR-DT                 PIC X(10).
           05  CPN-POF-OFFR-RESP-CD            PIC X(01).
               88  CPN-POF-RESP-ACCEPT         VALUE 'A'.
               88  CPN-POF-RESP-DECLINE        VALUE 'D'.
           05  CPN-POF-OFFR-RESP-DT            PIC X(10).
           05  CPN-POF-OFFR-RESP-USER-ID       PIC X(08).
           05  FILLER                          PIC X(21).

       FD  CPNPOL-FILE
           RECORDING MODE IS F.
       01  CPN-POL-REC.
           05  CPN-POL-ID                      PIC X(10).
           05  CPN-POL-BILL-MODE-CD            PIC X(01).
           05  CPN-POL-MPREM-AMT               PIC S9(13)V9(02).
           05  CPN-POL-ANNL-PREM-AMT           PIC S9(13)V9(02).
           05  CPN-POL-SERV-BR-ID              PIC X(05).
           05  CPN-POL-SERV-AGT-ID             PIC X(10).
           05  FILLER                          PIC X(24).

      *  PRICED OFFERS, IN POLICY SEQUENCE, AWAITING THE CAMPAIGN SORT
       FD  CPNWORK-FILE
           RECORDING MODE IS F.
       01  CPN-WORK-REC.
           05  CPN-WRK-MKT-CAMPGN-CD           PIC X(10).
           05  CPN-WRK-OFFR-SEG-CD             PIC X(10).
           05  CPN-WRK-RESP-USER-ID            PIC X(08).
           05  CPN-WRK-SERV-BR-ID              PIC X(05).
           05  CPN-WRK-POL-ID                  PIC X(10).
           05  CPN-WRK-RESP-CD                 PIC X(01).
           05  CPN-WRK-RESP-DYS                PIC 9(05).
           05  CPN-WRK-RESP-DYS-IND            PIC X(01).
           05  CPN-WRK-MPREM-AMT               PIC S9(13)V9(02).
           05  CPN-WRK-ANNL-PREM-AMT           PIC S9(13)V9(02).
           05  CPN-WRK-NOPOL-IND               PIC X(01).
           05  FILLER                          PIC X(19).

       FD  CPNRPT-FILE
           RECORDING MODE IS F.
       01  CPN-RPT-REC                         PIC X(132).

       FD  CPNLEDG-FILE
           RECORDING MODE IS F.
       01  CPN-LDG-REC.
           05  CPN-LDG-JOB-ID                  PIC X(08).
           05  CPN-LDG-RUN-DT                  PIC 9(08).
           05  CPN-LDG-STEP-NO                 PIC 9(02).
           05  CPN-LDG-PROC-DT                 PIC X(10).
           05  CPN-LDG-WRIT-DT                 PIC 9(08).
           05  CPN-LDG-WRIT-TIME               PIC 9(08).
           05  CPN-LDG-STAT-CD                 PIC X(01).
           05  CPN-LDG-OVRD-IND                PIC X(01).
           05  CPN-LDG-CTL-T OCCURS 8.
               10  CPN-LDG-CTL-ID              PIC X(08).
               10  CPN-LDG-CTL-CNT             PIC 9(09).
               10  CPN-LDG-CTL-HASH            PIC S9(15)V9(02).

      *  FIRST PASS: EVERY OFFER ROW, POLICY SEQUENCE FOR THE MASTER
      *  LOOKUP
       SD  CPNSRT1-FILE.
       01  CPN-S1-REC.
           05  CPN-S1-POL-ID                   PIC X(10).
           05  CPN-S1-MKT-CAMPGN-CD            PIC X(10).
           05  CPN-S1-OFFR-SEG-CD              PIC X(10).
           05  CPN-S1-RESP-CD                  PIC X(01).
               88  CPN-S1-RESP-ACCEPT          VALUE 'A'.
               88  CPN-S1-RESP-DECLINE         VALUE 'D'.
           05  CPN-S1-RESP-USER-ID             PIC X(08).
           05  CPN-S1-RESP-DYS                 PIC 9(05).
           05  CPN-S1-RESP-DYS-IND             PIC X(01).

      *  SECOND PASS: CAMPAIGN / SEGMENT / RESPONDING USER ORDER
       SD  CPNSRT2-FILE.
       01  CPN-S2-REC.
           05  CPN-S2-GRP-KEY.
               10  CPN-S2-MKT-CAMPGN-CD        PIC X(10).
               10  CPN-S2-OFFR-SEG-CD          PIC X(10).
           05  CPN-S2-USR-KEY.
               10  CPN-S2-RESP-USER-ID         PIC X(08).
               10  CPN-S2-SERV-BR-ID           PIC X(05).
           05  CPN-S2-POL-ID                   PIC X(10).
           05  CPN-S2-RESP-CD                  PIC X(01).
               88  CPN-S2-RESP-NONE            VALUE ' '.
               88  CPN-S2-RESP-ACCEPT          VALUE 'A'.
               88  CPN-S2-RESP-DECLINE         VALUE 'D'.
               88  CPN-S2-RESP-EXPIRED         VALUE 'E'.
           05  CPN-S2-RESP-DYS                 PIC 9(05).
           05  CPN-S2-RESP-DYS-IND             PIC X(01).
               88  CPN-S2-RESP-DYS-KNOWN       VALUE 'Y'.
           05  CPN-S2-MPREM-AMT                PIC S9(13)V9(02).
           05  CPN-S2-ANNL-PREM-AMT            PIC S9(13)V9(02).
           05  CPN-S2-NOPOL-IND                PIC X(01).
           05  FILLER                          PIC X(19).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9542'.

       01  CPN-WORKING-STORAGE.
           05  CPN-PARM-STAT                   PIC X(02).
           05  CPN-POF-STAT                    PIC X(02).
               88  CPN-POF-EOF                 VALUE '10'.
           05  CPN-POL-STAT                    PIC X(02).
               88  CPN-POL-EOF                 VALUE '10'.
           05  CPN-WORK-STAT                   PIC X(02).
           05  CPN-RPT-STAT                    PIC X(02).
           05  CPN-LDG-STAT                    PIC X(02).
           05  CPN-RUN-DT                      PIC 9(08).
           05  CPN-OFFR-SERIAL                 PIC S9(09) BINARY.
           05  CPN-POF-READ-CNT                PIC S9(09) BINARY.
           05  CPN-POL-READ-CNT                PIC S9(09) BINARY.
           05  CPN-PRICED-CNT                  PIC S9(09) BINARY.
           05  CPN-NOPOL-CNT                   PIC S9(09) BINARY.
           05  CPN-BAD-DT-CNT                  PIC S9(09) BINARY.
           05  CPN-GRP-CNT                     PIC S9(09) BINARY.
           05  CPN-CONV-PCT                    PIC 9(03)V9(01).
           05  CPN-AVG-DYS                     PIC 9(05)V9(01).
           05  CPN-PREV-GRP-KEY                PIC X(20).
           05  CPN-PREV-USR-KEY                PIC X(13).
           05  CPN-GRP-OPEN-SW                 PIC X(01).
               88  CPN-GRP-OPEN                VALUE 'Y'.

      *  ONE CAMPAIGN / SEGMENT; THE SAME LAYOUT CARRIES THE TOTALS
      *  FOR ALL CAMPAIGNS SO ONE PARAGRAPH PRINTS BOTH
       01  CPN-GRP-TOTALS.
           05  CPN-GRP-ISS-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-ACC-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-DEC-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-EXP-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-OPEN-CNT                PIC S9(09) BINARY.
           05  CPN-GRP-OTH-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-DYS-CNT                 PIC S9(09) BINARY.
           05  CPN-GRP-DYS-TOT                 PIC S9(11) BINARY.
           05  CPN-GRP-MPREM-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  CPN-GRP-ANNL-AMT                PIC S9(15)V9(02)
                                               COMP-3.

       01  CPN-ALL-TOTALS.
           05  CPN-ALL-ISS-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-ACC-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-DEC-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-EXP-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-OPEN-CNT                PIC S9(09) BINARY.
           05  CPN-ALL-OTH-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-DYS-CNT                 PIC S9(09) BINARY.
           05  CPN-ALL-DYS-TOT                 PIC S9(11) BINARY.
           05  CPN-ALL-MPREM-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  CPN-ALL-ANNL-AMT                PIC S9(15)V9(02)
                                               COMP-3.

      *  ONE RESPONDING USER / BRANCH WITHIN THE CAMPAIGN / SEGMENT
       01  CPN-USR-TOTALS.
           05  CPN-USR-ACC-CNT                 PIC S9(09) BINARY.
           05  CPN-USR-DEC-CNT                 PIC S9(09) BINARY.
           05  CPN-USR-ANNL-AMT                PIC S9(15)V9(02)
                                               COMP-3.

      *  EXTERNAL (YYYY-MM-DD) DATE PULLED APART FOR THE DAY-NUMBER
      *  ARITHMETIC
       01  CPN-EXT-DT.
           05  CPN-EXT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  CPN-EXT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  CPN-EXT-DD                      PIC X(02).

      *  INTEGER DATE WORK FIELDS (PROLEPTIC GREGORIAN DAY NUMBER)
       01  CPN-DATE-WORK.
           05  CPN-DW-DATE                     PIC 9(08).
           05  CPN-DW-DATE-R REDEFINES CPN-DW-DATE.
               10  CPN-DW-YYYY                 PIC 9(04).
               10  CPN-DW-MM                   PIC 9(02).
               10  CPN-DW-DD                   PIC 9(02).
           05  CPN-DW-SERIAL                   PIC S9(09) BINARY.
           05  CPN-DW-A                        PIC S9(09) BINARY.
           05  CPN-DW-B                        PIC S9(09) BINARY.
           05  CPN-DW-C                        PIC S9(09) BINARY.
           05  CPN-DW-D                        PIC S9(09) BINARY.
           05  CPN-DW-E                        PIC S9(09) BINARY.
           05  CPN-DW-M                        PIC S9(09) BINARY.
           05  CPN-DW-Y                        PIC S9(09) BINARY.

       01  CPN-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(44)
               VALUE 'CSBM9542  PREMIUM OFFER CAMPAIGN CONVERSION '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  CPN-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(69).

       01  CPN-RPT-GRP-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(10)
               VALUE 'CAMPAIGN: '.
           05  CPN-RPT-GRP-CAMPGN              PIC X(10).
           05  FILLER                          PIC X(02).
           05  FILLER                          PIC X(09)
               VALUE 'SEGMENT: '.
           05  CPN-RPT-GRP-SEG                 PIC X(10).
           05  FILLER                          PIC X(90).

       01  CPN-RPT-USR-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(58) VALUE
               '    USER       BRANCH  ACCEPTED DECLINED    ANNUAL PREMI
      -        'UM'.
           05  FILLER                          PIC X(73).

       01  CPN-RPT-USR-LINE.
           05  FILLER                          PIC X(05).
           05  CPN-RPT-USR-ID                  PIC X(08).
           05  FILLER                          PIC X(03).
           05  CPN-RPT-USR-BR-ID               PIC X(05).
           05  FILLER                          PIC X(04).
           05  CPN-RPT-USR-ACC                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-USR-DEC                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-USR-ANNL                PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(72).

       01  CPN-RPT-TOT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(59) VALUE
               'CAMPAIGN    SEGMENT      ISSUED ACCEPTED DECLINED  EXPIR
      -        'ED '.
           05  FILLER                          PIC X(59) VALUE
               '    OPEN CONV % AVG DAYS   MODAL PREMIUM     ANNUAL UPLI
      -        'FT'.
           05  FILLER                          PIC X(13).

       01  CPN-RPT-TOT-LINE.
           05  FILLER                          PIC X(01).
           05  CPN-RPT-TOT-CAMPGN              PIC X(10).
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-SEG                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-ISS                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-ACC                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-DEC                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-EXP                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-OPEN                PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-CONV                PIC ZZ9.9.
           05  FILLER                          PIC X(02).
           05  CPN-RPT-TOT-AVG-DYS             PIC ZZZZ9.9.
           05  FILLER                          PIC X(01).
           05  CPN-RPT-TOT-MPREM               PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(01).
           05  CPN-RPT-TOT-ANNL                PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(12).

       01  CPN-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  CPN-RPT-CNT-TXT                 PIC X(35).
           05  CPN-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT CPNSRT1-FILE
               ON ASCENDING KEY CPN-S1-POL-ID
               INPUT  PROCEDURE IS 2000-SELECT-OFFERS
                               THRU 2000-SELECT-OFFERS-X
               OUTPUT PROCEDURE IS 3000-PRICE-OFFERS
                               THRU 3000-PRICE-OFFERS-X.

           SORT CPNSRT2-FILE
               ON ASCENDING KEY CPN-S2-MKT-CAMPGN-CD
                                CPN-S2-OFFR-SEG-CD
                                CPN-S2-RESP-USER-ID
                                CPN-S2-SERV-BR-ID
               USING CPNWORK-FILE
               OUTPUT PROCEDURE IS 5000-REPORT-CAMPAIGNS
                               THRU 5000-REPORT-CAMPAIGNS-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO CPN-POF-READ-CNT.
           MOVE ZERO                 TO CPN-POL-READ-CNT.
           MOVE ZERO                 TO CPN-PRICED-CNT.
           MOVE ZERO                 TO CPN-NOPOL-CNT.
           MOVE ZERO                 TO CPN-BAD-DT-CNT.
           MOVE ZERO                 TO CPN-GRP-CNT.
           MOVE SPACE                TO CPN-GRP-OPEN-SW.
           INITIALIZE CPN-GRP-TOTALS
                      CPN-ALL-TOTALS
                      CPN-USR-TOTALS.

           OPEN INPUT  CPNPARM-FILE.
           READ CPNPARM-FILE.
           CLOSE CPNPARM-FILE.

           MOVE CPN-PARM-RUN-DT      TO CPN-RUN-DT.
           IF  CPN-RUN-DT NOT NUMERIC
           OR  CPN-RUN-DT = ZERO
               ACCEPT CPN-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT CPNRPT-FILE.

           MOVE CPN-RUN-DT           TO CPN-RPT-HDG-DT.
           WRITE CPN-RPT-REC FROM CPN-RPT-HDG-LINE.
           MOVE SPACES               TO CPN-RPT-REC.
           WRITE CPN-RPT-REC.

       1000-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-SELECT-OFFERS.
      *----------------------
      *
      *  EVERY OFFER ROW ON THE MASTER COUNTS AS ISSUED, WHATEVER
      *  ITS STATE
      *
           OPEN INPUT  CPNPOF-FILE.

           PERFORM  2100-READ-OFFER
               THRU 2100-READ-OFFER-X.

           PERFORM  2200-RELEASE-OFFER
               THRU 2200-RELEASE-OFFER-X
                   UNTIL CPN-POF-EOF.

           CLOSE CPNPOF-FILE.

       2000-SELECT-OFFERS-X.
           EXIT.
      /
      *------------------
       2100-READ-OFFER.
      *------------------

           READ CPNPOF-FILE.

           IF  NOT CPN-POF-EOF
               ADD +1                TO CPN-POF-READ-CNT
           END-IF.

       2100-READ-OFFER-X.
           EXIT.
      /
      *----------------------
       2200-RELEASE-OFFER.
      *----------------------

           MOVE SPACES               TO CPN-S1-REC.
           MOVE CPN-POF-POL-ID       TO CPN-S1-POL-ID.
           MOVE CPN-POF-MKT-CAMPGN-CD
                                     TO CPN-S1-MKT-CAMPGN-CD.
           MOVE CPN-POF-OFFR-SEG-CD  TO CPN-S1-OFFR-SEG-CD.
           MOVE CPN-POF-OFFR-RESP-CD TO CPN-S1-RESP-CD.
           MOVE ZERO                 TO CPN-S1-RESP-DYS.

      *  ONLY A CLIENT RESPONSE IS CREDITED TO A USER OR TIMED; THE
      *  SWEEP'S EXPIRIES AND OPEN OFFERS CARRY NO USER
           IF  CPN-POF-RESP-ACCEPT
           OR  CPN-POF-RESP-DECLINE
               MOVE CPN-POF-OFFR-RESP-USER-ID
                                     TO CPN-S1-RESP-USER-ID
               PERFORM  2300-CALC-RESPONSE-DAYS
                   THRU 2300-CALC-RESPONSE-DAYS-X
           END-IF.

           RELEASE CPN-S1-REC.

           PERFORM  2100-READ-OFFER
               THRU 2100-READ-OFFER-X.

       2200-RELEASE-OFFER-X.
           EXIT.
      /
      *---------------------------
       2300-CALC-RESPONSE-DAYS.
      *---------------------------
      *
      *  DAYS FROM OFFER TO RESPONSE; EITHER DATE UNPARSEABLE, OR A
      *  RESPONSE BEFORE THE OFFER, LEAVES THE ROW UNTIMED
      *
           MOVE CPN-POF-OFFR-DT      TO CPN-EXT-DT.

           IF  CPN-EXT-YYYY NOT NUMERIC
           OR  CPN-EXT-MM   NOT NUMERIC
           OR  CPN-EXT-DD   NOT NUMERIC
               ADD +1                TO CPN-BAD-DT-CNT
               GO TO 2300-CALC-RESPONSE-DAYS-X
           END-IF.

           MOVE CPN-EXT-YYYY         TO CPN-DW-YYYY.
           MOVE CPN-EXT-MM           TO CPN-DW-MM.
           MOVE CPN-EXT-DD           TO CPN-DW-DD.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE CPN-DW-SERIAL        TO CPN-OFFR-SERIAL.

           MOVE CPN-POF-OFFR-RESP-DT TO CPN-EXT-DT.

           IF  CPN-EXT-YYYY NOT NUMERIC
           OR  CPN-EXT-MM   NOT NUMERIC
           OR  CPN-EXT-DD   NOT NUMERIC
               ADD +1                TO CPN-BAD-DT-CNT
               GO TO 2300-CALC-RESPONSE-DAYS-X
           END-IF.

           MOVE CPN-EXT-YYYY         TO CPN-DW-YYYY.
           MOVE CPN-EXT-MM           TO CPN-DW-MM.
           MOVE CPN-EXT-DD           TO CPN-DW-DD.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.

           IF  CPN-DW-SERIAL < CPN-OFFR-SERIAL
               ADD +1                TO CPN-BAD-DT-CNT
               GO TO 2300-CALC-RESPONSE-DAYS-X
           END-IF.

           COMPUTE CPN-S1-RESP-DYS = CPN-DW-SERIAL - CPN-OFFR-SERIAL.
           MOVE 'Y'                  TO CPN-S1-RESP-DYS-IND.

       2300-CALC-RESPONSE-DAYS-X.
           EXIT.
      /
      *---------------------
       3000-PRICE-OFFERS.
      *---------------------
      *
      *  OFFERS COME BACK IN POLICY SEQUENCE WITH THE POLICY MASTER
      *  RIDING ALONGSIDE FOR THE BRANCH AND THE PREMIUM
      *
           OPEN INPUT  CPNPOL-FILE.
           OPEN OUTPUT CPNWORK-FILE.

           PERFORM  3310-ADVANCE-POLICY
               THRU 3310-ADVANCE-POLICY-X.

           PERFORM  3100-RETURN-OFFER
               THRU 3100-RETURN-OFFER-X.

           PERFORM  3200-PRICE-ONE-OFFER
               THRU 3200-PRICE-ONE-OFFER-X
                   UNTIL CPN-S1-POL-ID = HIGH-VALUES.

           CLOSE CPNPOL-FILE
                 CPNWORK-FILE.

       3000-PRICE-OFFERS-X.
           EXIT.
      /
      *---------------------
       3100-RETURN-OFFER.
      *---------------------

           RETURN CPNSRT1-FILE
               AT END
                   MOVE HIGH-VALUES  TO CPN-S1-POL-ID
           END-RETURN.

       3100-RETURN-OFFER-X.
           EXIT.
      /
      *------------------------
       3200-PRICE-ONE-OFFER.
      *------------------------

           MOVE SPACES               TO CPN-WORK-REC.
           MOVE CPN-S1-MKT-CAMPGN-CD TO CPN-WRK-MKT-CAMPGN-CD.
           MOVE CPN-S1-OFFR-SEG-CD   TO CPN-WRK-OFFR-SEG-CD.
           MOVE CPN-S1-RESP-USER-ID  TO CPN-WRK-RESP-USER-ID.
           MOVE CPN-S1-POL-ID        TO CPN-WRK-POL-ID.
           MOVE CPN-S1-RESP-CD       TO CPN-WRK-RESP-CD.
           MOVE CPN-S1-RESP-DYS      TO CPN-WRK-RESP-DYS.
           MOVE CPN-S1-RESP-DYS-IND  TO CPN-WRK-RESP-DYS-IND.
           MOVE ZERO                 TO CPN-WRK-MPREM-AMT.
           MOVE ZERO                 TO CPN-WRK-ANNL-PREM-AMT.

           PERFORM  3300-MATCH-POLICY
               THRU 3300-MATCH-POLICY-X.

           WRITE CPN-WORK-REC.

           PERFORM  3100-RETURN-OFFER
               THRU 3100-RETURN-OFFER-X.

       3200-PRICE-ONE-OFFER-X.
           EXIT.
      /
      *---------------------
       3300-MATCH-POLICY.
      *---------------------
      *
      *  THE BRANCH IS KEPT FOR A CLIENT RESPONSE ONLY; THE PREMIUM
      *  FOR AN ACCEPTED OFFER ONLY
      *
           PERFORM  3310-ADVANCE-POLICY
               THRU 3310-ADVANCE-POLICY-X
                   UNTIL CPN-POL-EOF
                   OR    CPN-POL-ID NOT < CPN-S1-POL-ID.

           IF  CPN-POL-EOF
           OR  CPN-POL-ID NOT = CPN-S1-POL-ID
               IF  CPN-S1-RESP-ACCEPT
                   ADD +1            TO CPN-NOPOL-CNT
                   MOVE 'Y'          TO CPN-WRK-NOPOL-IND
               END-IF
               GO TO 3300-MATCH-POLICY-X
           END-IF.

           IF  CPN-S1-RESP-ACCEPT
           OR  CPN-S1-RESP-DECLINE
               MOVE CPN-POL-SERV-BR-ID
                                     TO CPN-WRK-SERV-BR-ID
           END-IF.

           IF  CPN-S1-RESP-ACCEPT
               ADD +1                TO CPN-PRICED-CNT
               MOVE CPN-POL-MPREM-AMT
                                     TO CPN-WRK-MPREM-AMT
               MOVE CPN-POL-ANNL-PREM-AMT
                                     TO CPN-WRK-ANNL-PREM-AMT
           END-IF.

       3300-MATCH-POLICY-X.
           EXIT.
      /
      *-----------------------
       3310-ADVANCE-POLICY.
      *-----------------------

           READ CPNPOL-FILE.

           IF  NOT CPN-POL-EOF
               ADD +1                TO CPN-POL-READ-CNT
           END-IF.

       3310-ADVANCE-POLICY-X.
           EXIT.
      /
      *-------------------------
       5000-REPORT-CAMPAIGNS.
      *-------------------------

           PERFORM  5100-RETURN-OFFER
               THRU 5100-RETURN-OFFER-X.

           PERFORM  5200-TALLY-OFFER
               THRU 5200-TALLY-OFFER-X
                   UNTIL CPN-S2-MKT-CAMPGN-CD = HIGH-VALUES.

           IF  CPN-GRP-OPEN
               PERFORM  5450-CLOSE-USER
                   THRU 5450-CLOSE-USER-X
               PERFORM  5400-CLOSE-GROUP
                   THRU 5400-CLOSE-GROUP-X
           END-IF.

       5000-REPORT-CAMPAIGNS-X.
           EXIT.
      /
      *---------------------
       5100-RETURN-OFFER.
      *---------------------

           RETURN CPNSRT2-FILE
               AT END
                   MOVE HIGH-VALUES  TO CPN-S2-MKT-CAMPGN-CD
           END-RETURN.

       5100-RETURN-OFFER-X.
           EXIT.
      /
      *--------------------
       5200-TALLY-OFFER.
      *--------------------

           EVALUATE TRUE
               WHEN NOT CPN-GRP-OPEN
                    PERFORM  5300-OPEN-GROUP
                        THRU 5300-OPEN-GROUP-X
               WHEN CPN-S2-GRP-KEY NOT = CPN-PREV-GRP-KEY
                    PERFORM  5450-CLOSE-USER
                        THRU 5450-CLOSE-USER-X
                    PERFORM  5400-CLOSE-GROUP
                        THRU 5400-CLOSE-GROUP-X
                    PERFORM  5300-OPEN-GROUP
                        THRU 5300-OPEN-GROUP-X
               WHEN CPN-S2-USR-KEY NOT = CPN-PREV-USR-KEY
                    PERFORM  5450-CLOSE-USER
                        THRU 5450-CLOSE-USER-X
                    MOVE CPN-S2-USR-KEY  TO CPN-PREV-USR-KEY
           END-EVALUATE.

           ADD +1                    TO CPN-GRP-ISS-CNT.

           EVALUATE TRUE
               WHEN CPN-S2-RESP-ACCEPT
                    ADD +1            TO CPN-GRP-ACC-CNT
                    ADD +1            TO CPN-USR-ACC-CNT
                    ADD CPN-S2-MPREM-AMT
                                      TO CPN-GRP-MPREM-AMT
                    ADD CPN-S2-ANNL-PREM-AMT
                                      TO CPN-GRP-ANNL-AMT
                    ADD CPN-S2-ANNL-PREM-AMT
                                      TO CPN-USR-ANNL-AMT
               WHEN CPN-S2-RESP-DECLINE
                    ADD +1            TO CPN-GRP-DEC-CNT
                    ADD +1            TO CPN-USR-DEC-CNT
               WHEN CPN-S2-RESP-EXPIRED
                    ADD +1            TO CPN-GRP-EXP-CNT
               WHEN CPN-S2-RESP-NONE
                    ADD +1            TO CPN-GRP-OPEN-CNT
               WHEN OTHER
                    ADD +1            TO CPN-GRP-OTH-CNT
           END-EVALUATE.

           IF  CPN-S2-RESP-DYS-KNOWN
               ADD +1                TO CPN-GRP-DYS-CNT
               ADD CPN-S2-RESP-DYS   TO CPN-GRP-DYS-TOT
           END-IF.

           PERFORM  5100-RETURN-OFFER
               THRU 5100-RETURN-OFFER-X.

       5200-TALLY-OFFER-X.
           EXIT.
      /
      *-------------------
       5300-OPEN-GROUP.
      *-------------------

           SET CPN-GRP-OPEN          TO TRUE.
           ADD +1                    TO CPN-GRP-CNT.
           MOVE CPN-S2-GRP-KEY       TO CPN-PREV-GRP-KEY.
           MOVE CPN-S2-USR-KEY       TO CPN-PREV-USR-KEY.
           INITIALIZE CPN-GRP-TOTALS
                      CPN-USR-TOTALS.

           MOVE SPACES               TO CPN-RPT-REC.
           WRITE CPN-RPT-REC.
           MOVE CPN-S2-MKT-CAMPGN-CD TO CPN-RPT-GRP-CAMPGN.
           MOVE CPN-S2-OFFR-SEG-CD   TO CPN-RPT-GRP-SEG.
           WRITE CPN-RPT-REC FROM CPN-RPT-GRP-LINE.
           WRITE CPN-RPT-REC FROM CPN-RPT-USR-COL-LINE.

       5300-OPEN-GROUP-X.
           EXIT.
      /
      *--------------------
       5400-CLOSE-GROUP.
      *--------------------

           MOVE CPN-PREV-GRP-KEY (1:10)
                                     TO CPN-RPT-TOT-CAMPGN.
           MOVE CPN-PREV-GRP-KEY (11:10)
                                     TO CPN-RPT-TOT-SEG.

           PERFORM  5410-PRINT-TOTALS
               THRU 5410-PRINT-TOTALS-X.

           ADD CPN-GRP-ISS-CNT       TO CPN-ALL-ISS-CNT.
           ADD CPN-GRP-ACC-CNT       TO CPN-ALL-ACC-CNT.
           ADD CPN-GRP-DEC-CNT       TO CPN-ALL-DEC-CNT.
           ADD CPN-GRP-EXP-CNT       TO CPN-ALL-EXP-CNT.
           ADD CPN-GRP-OPEN-CNT      TO CPN-ALL-OPEN-CNT.
           ADD CPN-GRP-OTH-CNT       TO CPN-ALL-OTH-CNT.
           ADD CPN-GRP-DYS-CNT       TO CPN-ALL-DYS-CNT.
           ADD CPN-GRP-DYS-TOT       TO CPN-ALL-DYS-TOT.
           ADD CPN-GRP-MPREM-AMT     TO CPN-ALL-MPREM-AMT.
           ADD CPN-GRP-ANNL-AMT      TO CPN-ALL-ANNL-AMT.

       5400-CLOSE-GROUP-X.
           EXIT.
      /
      *---------------------
       5410-PRINT-TOTALS.
      *---------------------
      *
      *  PRINTS WHATEVER CPN-GRP-TOTALS HOLDS UNDER THE CAMPAIGN AND
      *  SEGMENT ALREADY MOVED TO THE LINE
      *
           IF  CPN-GRP-ISS-CNT > ZERO
               COMPUTE CPN-CONV-PCT ROUNDED =
                       CPN-GRP-ACC-CNT * 100 / CPN-GRP-ISS-CNT
           ELSE
               MOVE ZERO             TO CPN-CONV-PCT
           END-IF.

           IF  CPN-GRP-DYS-CNT > ZERO
               COMPUTE CPN-AVG-DYS ROUNDED =
                       CPN-GRP-DYS-TOT / CPN-GRP-DYS-CNT
           ELSE
               MOVE ZERO             TO CPN-AVG-DYS
           END-IF.

           MOVE CPN-GRP-ISS-CNT      TO CPN-RPT-TOT-ISS.
           MOVE CPN-GRP-ACC-CNT      TO CPN-RPT-TOT-ACC.
           MOVE CPN-GRP-DEC-CNT      TO CPN-RPT-TOT-DEC.
           MOVE CPN-GRP-EXP-CNT      TO CPN-RPT-TOT-EXP.
           MOVE CPN-GRP-OPEN-CNT     TO CPN-RPT-TOT-OPEN.
           MOVE CPN-CONV-PCT         TO CPN-RPT-TOT-CONV.
           MOVE CPN-AVG-DYS          TO CPN-RPT-TOT-AVG-DYS.
           MOVE CPN-GRP-MPREM-AMT    TO CPN-RPT-TOT-MPREM.
           MOVE CPN-GRP-ANNL-AMT     TO CPN-RPT-TOT-ANNL.

           MOVE SPACES               TO CPN-RPT-REC.
           WRITE CPN-RPT-REC.
           WRITE CPN-RPT-REC FROM CPN-RPT-TOT-COL-LINE.
           WRITE CPN-RPT-REC FROM CPN-RPT-TOT-LINE.

       5410-PRINT-TOTALS-X.
           EXIT.
      /
      *-------------------
       5450-CLOSE-USER.
      *-------------------
      *
      *  A USER LINE ONLY WHERE THE USER RECORDED A RESPONSE
      *
           IF  CPN-USR-ACC-CNT > ZERO
           OR  CPN-USR-DEC-CNT > ZERO
               MOVE SPACES           TO CPN-RPT-USR-LINE
               MOVE CPN-PREV-USR-KEY (1:8)
                                     TO CPN-RPT-USR-ID
               MOVE CPN-PREV-USR-KEY (9:5)
                                     TO CPN-RPT-USR-BR-ID
               MOVE CPN-USR-ACC-CNT  TO CPN-RPT-USR-ACC
               MOVE CPN-USR-DEC-CNT  TO CPN-RPT-USR-DEC
               MOVE CPN-USR-ANNL-AMT TO CPN-RPT-USR-ANNL
               WRITE CPN-RPT-REC FROM CPN-RPT-USR-LINE
           END-IF.

           INITIALIZE CPN-USR-TOTALS.

       5450-CLOSE-USER-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE CPN-ALL-TOTALS       TO CPN-GRP-TOTALS.
           MOVE '*ALL*'              TO CPN-RPT-TOT-CAMPGN.
           MOVE '*ALL*'              TO CPN-RPT-TOT-SEG.
           PERFORM  5410-PRINT-TOTALS
               THRU 5410-PRINT-TOTALS-X.

           MOVE SPACES               TO CPN-RPT-REC.
           WRITE CPN-RPT-REC.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'OFFER ROWS READ'    TO CPN-RPT-CNT-TXT.
           MOVE CPN-POF-READ-CNT     TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'POLICY MASTER RECORDS READ'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-POL-READ-CNT     TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'CAMPAIGN / SEGMENT GROUPS'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-GRP-CNT          TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'ACCEPTED OFFERS PRICED'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-PRICED-CNT       TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'ACCEPTED - POLICY NOT ON MASTER'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-NOPOL-CNT        TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'RESPONSES NOT TIMED (BAD DATES)'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-BAD-DT-CNT       TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           MOVE SPACES               TO CPN-RPT-CNT-LINE.
           MOVE 'UNKNOWN RESPONSE CODES'
                                     TO CPN-RPT-CNT-TXT.
           MOVE CPN-ALL-OTH-CNT      TO CPN-RPT-CNT-NUM.
           WRITE CPN-RPT-REC FROM CPN-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE CPNRPT-FILE.

       9000-FINALIZE-X.
           EXIT.
      /
      *-------------------------
       8100-DATE-TO-SERIAL.
      *-------------------------
      *
      *  GREGORIAN DATE TO DAY NUMBER; DIVIDES TRUNCATE AS THE
      *  ALGORITHM REQUIRES
      *
           COMPUTE CPN-DW-A = (14 - CPN-DW-MM) / 12.
           COMPUTE CPN-DW-Y = CPN-DW-YYYY + 4800 - CPN-DW-A.
           COMPUTE CPN-DW-M = CPN-DW-MM + 12 * CPN-DW-A - 3.
           COMPUTE CPN-DW-B = (153 * CPN-DW-M + 2) / 5.
           COMPUTE CPN-DW-C = CPN-DW-Y / 4.
           COMPUTE CPN-DW-D = CPN-DW-Y / 100.
           COMPUTE CPN-DW-E = CPN-DW-Y / 400.
           COMPUTE CPN-DW-SERIAL = CPN-DW-DD + CPN-DW-B
                                 + 365 * CPN-DW-Y
                                 + CPN-DW-C - CPN-DW-D + CPN-DW-E
                                 - 32045.

       8100-DATE-TO-SERIAL-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE CPN-LDG-REC.
           MOVE 'CSBM9542'           TO CPN-LDG-JOB-ID.
           MOVE CPN-RUN-DT           TO CPN-LDG-RUN-DT.
           ACCEPT CPN-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT CPN-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO CPN-LDG-STAT-CD.

           MOVE 'CPNPOF'             TO CPN-LDG-CTL-ID (1).
           MOVE CPN-POF-READ-CNT     TO CPN-LDG-CTL-CNT (1).

           MOVE 'CPNPOL'             TO CPN-LDG-CTL-ID (2).
           MOVE CPN-POL-READ-CNT     TO CPN-LDG-CTL-CNT (2).

           MOVE 'ISSUED'             TO CPN-LDG-CTL-ID (3).
           MOVE CPN-ALL-ISS-CNT      TO CPN-LDG-CTL-CNT (3).

           MOVE 'ACCEPTED'           TO CPN-LDG-CTL-ID (4).
           MOVE CPN-ALL-ACC-CNT      TO CPN-LDG-CTL-CNT (4).
           MOVE CPN-ALL-ANNL-AMT     TO CPN-LDG-CTL-HASH (4).

           MOVE 'DECLINED'           TO CPN-LDG-CTL-ID (5).
           MOVE CPN-ALL-DEC-CNT      TO CPN-LDG-CTL-CNT (5).

           MOVE 'EXPIRED'            TO CPN-LDG-CTL-ID (6).
           MOVE CPN-ALL-EXP-CNT      TO CPN-LDG-CTL-CNT (6).

           MOVE 'OPEN'               TO CPN-LDG-CTL-ID (7).
           MOVE CPN-ALL-OPEN-CNT     TO CPN-LDG-CTL-CNT (7).

           MOVE 'NOPOL'              TO CPN-LDG-CTL-ID (8).
           MOVE CPN-NOPOL-CNT        TO CPN-LDG-CTL-CNT (8).

           OPEN EXTEND CPNLEDG-FILE.
           WRITE CPN-LDG-REC.
           CLOSE CPNLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9542                     **
      *****************************************************************
