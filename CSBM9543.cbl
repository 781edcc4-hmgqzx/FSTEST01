      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9543.

       COPY XCWWCRHT.

      *****************************************************************
      *  NIGHTLY REFUND-DUE REPORT AND REFUND-REQUEST EXTRACT FOR     *
      *  REJECTED, WITHDRAWN AND NOT-TAKEN NEW BUSINESS.              *
      *                                                               *
      *  THE INQUIRY TOTALS A NEW POLICY'S PENDING ZPAY PAYMENTS      *
      *  (8405-RETRIEVE-ZPAY / 8410-SUMMARIZE-ZPAY) AND SHOWS THE     *
      *  REJECTION REASON (8490-SET-POL-REJ-REASN-TXT), BUT ONLY ONE  *
      *  POLICY AT A TIME.  THIS JOB FINDS EVERY POLICY WHOSE STATUS  *
      *  IS ONE OF THE REFUND STATUSES ON THE PARM CARD AND THAT      *
      *  STILL HOLDS ZPAY PAYMENTS NOT CANCELLED, AND REPORTS EACH    *
      *  PAYMENT, THE REFUNDABLE TOTAL, THE REJECTION REASON TEXT     *
      *  AND THE DAYS SINCE THE STATUS DATE.  POLICIES PAST THE       *
      *  REGULATORY REFUND DEADLINE (DAYS FROM THE STATUS DATE, ON    *
      *  THE PARM CARD) ARE LISTED FIRST, IN A SECTION OF THEIR OWN,  *
      *  AND FLAGGED ON THE EXTRACT.                                  *
      *                                                               *
      *  EACH REPORTED POLICY ALSO GETS ONE REFUND-REQUEST RECORD     *
      *  (RFDEXT) FOR CASH CONTROL TO PASS TO DISBURSEMENTS, WITH     *
      *  THE PAYER'S AND THE PRIMARY OWNER'S NAME AND MAILING         *
      *  ADDRESS.  A POLICY WITH NO SEPARATE PAYER IS REFUNDED TO     *
      *  THE PRIMARY OWNER.                                           *
      *                                                               *
      *  PARM CARD (RFDPARM):                                         *
      *    1-8    RUN DATE (BLANK = TODAY)                            *
      *    10-12  REFUND DEADLINE DAYS (BLANK = 30)                   *
      *    14-15, 17-18, ... 35-36  UP TO EIGHT POL-CSTAT-CD VALUES   *
      *           THAT MAKE A POLICY REFUNDABLE - AT LEAST ONE IS     *
      *           REQUIRED                                            *
      *                                                               *
      *  INPUTS (ALL FIXED UNLOADS FROM THE NIGHTLY JOB):             *
      *    RFDRSN  - POL-REJ-REASN-CD DESCRIPTIONS FROM DMAD          *
      *    RFDPOL  - POLICY MASTER UNLOAD IN POL-ID SEQUENCE          *
      *    RFDZPAY - ZPAY UNLOAD IN POL-ID / TRXN DATE / SEQUENCE     *
      *    RFDCADR - OWNER AND PAYER NAME AND ADDRESS PER POLICY      *
      *              (CLI/DMAD DATA, POL-ID / ROLE SEQUENCE)          *
      *  OUTPUT: RFDRPT  - REFUND-DUE REPORT                          *
      *          RFDEXT  - REFUND-REQUEST EXTRACT                     *
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

           SELECT RFDPARM-FILE   ASSIGN TO RFDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-PARM-STAT.

           SELECT RFDRSN-FILE    ASSIGN TO RFDRSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-RSN-STAT.

           SELECT RFDPOL-FILE    ASSIGN TO RFDPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-POL-STAT.

           SELECT RFDZPAY-FILE   ASSIGN TO RFDZPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-ZPAY-STAT.

           SELECT RFDCADR-FILE   ASSIGN TO RFDCADR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-CADR-STAT.

           SELECT RFDEXT-FILE    ASSIGN TO RFDEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-EXT-STAT.

           SELECT RFDRPT-FILE    ASSIGN TO RFDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-RPT-STAT.

           SELECT RFDLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RFD-LDG-STAT.

           SELECT RFDSORT-FILE   ASSIGN TO SORTWK01.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  RFDPARM-FILE
           RECORDING MODE IS F.
       01  RFD-PARM-REC.
           05  RFD-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RFD-PARM-DEADLN-DYS             PIC 9(03).
           05  FILLER                          PIC X(01).
           05  RFD-PARM-STAT-T OCCURS 8.
               10  RFD-PARM-CSTAT-CD           PIC X(02).
               10  FILLER                      PIC X(01).
           05  FILLER                          PIC X(43).

       FD  RFDRSN-FILE
           RECORDING MODE IS F.
       01  RFD-RSN-REC.
           05  RFD-RSN-CD                      PIC X(05).
           05  RFD-RSN-DESC-TXT                PIC X(40).
           05  FILLER                          PIC X(35).

       FD  RFDPOL-FILE
           RECORDING MODE IS F.
       01  RFD-POL-REC.
           05  RFD-POL-ID                      PIC X(10).
           05  RFD-POL-CSTAT-CD                PIC X(02).
           05  RFD-POL-STAT-DT                 PIC 9(08).
           05  RFD-POL-REJ-REASN-CD            PIC X(05).
           05  RFD-POL-PLAN-ID                 PIC X(10).
           05  RFD-POL-SERV-AGT-ID             PIC X(10).
           05  RFD-POL-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(30).

       FD  RFDZPAY-FILE
           RECORDING MODE IS F.
       01  RFD-ZPAY-REC.
           05  RFD-ZPAY-POL-ID                 PIC X(10).
           05  RFD-ZPAY-PMT-TRXN-DT            PIC X(10).
           05  RFD-ZPAY-PMT-SEQ-NUM            PIC X(03).
           05  RFD-ZPAY-PMT-STAT-CD            PIC X(01).
               88  RFD-ZPAY-STAT-CNCL          VALUE 'C'.
           05  RFD-ZPAY-PMT-TRXN-AMT           PIC S9(13)V9(02).
           05  FILLER                          PIC X(41).

       FD  RFDCADR-FILE
           RECORDING MODE IS F.
       01  RFD-CADR-REC.
           05  RFD-CADR-POL-ID                 PIC X(10).
           05  RFD-CADR-ROLE-CD                PIC X(01).
               88  RFD-CADR-ROLE-OWNR          VALUE 'O'.
               88  RFD-CADR-ROLE-PAYR          VALUE 'P'.
           05  RFD-CADR-ADDR.
               10  RFD-CADR-CLI-ID             PIC X(10).
               10  RFD-CADR-CLI-NM             PIC X(40).
               10  RFD-CADR-ADDR-1-TXT         PIC X(40).
               10  RFD-CADR-ADDR-2-TXT         PIC X(40).
               10  RFD-CADR-ADDR-3-TXT         PIC X(40).
               10  RFD-CADR-CITY-NM-TXT        PIC X(30).
               10  RFD-CADR-CTRY-CD            PIC X(03).
           05  FILLER                          PIC X(36).

       FD  RFDEXT-FILE
           RECORDING MODE IS F.
       01  RFD-EXT-REC.
           05  RFD-EXT-POL-ID                  PIC X(10).
           05  RFD-EXT-CSTAT-CD                PIC X(02).
           05  RFD-EXT-STAT-DT                 PIC 9(08).
           05  RFD-EXT-REJ-REASN-CD            PIC X(05).
           05  RFD-EXT-REJ-REASN-TXT           PIC X(40).
           05  RFD-EXT-RFND-AMT                PIC S9(13)V9(02).
           05  RFD-EXT-PMT-CNT                 PIC 9(03).
           05  RFD-EXT-FIRST-PMT-DT            PIC X(10).
           05  RFD-EXT-LAST-PMT-DT             PIC X(10).
           05  RFD-EXT-AGE-DYS                 PIC 9(05).
           05  RFD-EXT-PAST-DEADLN-IND         PIC X(01).
           05  RFD-EXT-SERV-AGT-ID             PIC X(10).
           05  RFD-EXT-SERV-BR-ID              PIC X(05).
           05  RFD-EXT-PAYR-ADDR.
               10  RFD-EXT-PAYR-CLI-ID         PIC X(10).
               10  RFD-EXT-PAYR-NM             PIC X(40).
               10  RFD-EXT-PAYR-ADDR-1-TXT     PIC X(40).
               10  RFD-EXT-PAYR-ADDR-2-TXT     PIC X(40).
               10  RFD-EXT-PAYR-ADDR-3-TXT     PIC X(40).
               10  RFD-EXT-PAYR-CITY-NM-TXT    PIC X(30).
               10  RFD-EXT-PAYR-CTRY-CD        PIC X(03).
           05  RFD-EXT-OWNR-ADDR.
               10  RFD-EXT-OWNR-CLI-ID         PIC X(10).
               10  RFD-EXT-OWNR-NM             PIC X(40).
               10  RFD-EXT-OWNR-ADDR-1-TXT     PIC X(40).
               10  RFD-EXT-OWNR-ADDR-2-TXT     PIC X(40).
               10  RFD-EXT-OWNR-ADDR-3-TXT     PIC X(40).
               10  RFD-EXT-OWNR-CITY-NM-TXT    PIC X(30).
               10  RFD-EXT-OWNR-CTRY-CD        PIC X(03).
           05  FILLER                          PIC X(20).

       FD  RFDRPT-FILE
           RECORDING MODE IS F.
       01  RFD-RPT-REC                         PIC X(132).

       FD  RFDLEDG-FILE
           RECORDING MODE IS F.
       01  RFD-LDG-REC.
           05  RFD-LDG-JOB-ID                  PIC X(08).
           05  RFD-LDG-RUN-DT                  PIC 9(08).
           05  RFD-LDG-STEP-NO                 PIC 9(02).
           05  RFD-LDG-PROC-DT                 PIC X(10).
           05  RFD-LDG-WRIT-DT                 PIC 9(08).
           05  RFD-LDG-WRIT-TIME               PIC 9(08).
           05  RFD-LDG-STAT-CD                 PIC X(01).
           05  RFD-LDG-OVRD-IND                PIC X(01).
           05  RFD-LDG-CTL-T OCCURS 8.
               10  RFD-LDG-CTL-ID              PIC X(08).
               10  RFD-LDG-CTL-CNT             PIC 9(09).
               10  RFD-LDG-CTL-HASH            PIC S9(15)V9(02).

      *  ONE RECORD PER OPEN PAYMENT, CARRYING ITS POLICY'S DETAILS;
      *  PAST-DEADLINE POLICIES FIRST, OLDEST STATUS DATE FIRST
       SD  RFDSORT-FILE.
       01  RFD-SRT-REC.
           05  RFD-SRT-PAST-DEADLN-IND         PIC X(01).
               88  RFD-SRT-PAST-DEADLN         VALUE 'Y'.
           05  RFD-SRT-STAT-DT                 PIC 9(08).
           05  RFD-SRT-POL-ID                  PIC X(10).
           05  RFD-SRT-PMT-TRXN-DT             PIC X(10).
           05  RFD-SRT-PMT-SEQ-NUM             PIC X(03).
           05  RFD-SRT-PMT-STAT-CD             PIC X(01).
           05  RFD-SRT-PMT-TRXN-AMT            PIC S9(13)V9(02).
           05  RFD-SRT-CSTAT-CD                PIC X(02).
           05  RFD-SRT-REJ-REASN-CD            PIC X(05).
           05  RFD-SRT-REJ-REASN-TXT           PIC X(40).
           05  RFD-SRT-AGE-DYS                 PIC 9(05).
           05  RFD-SRT-SERV-AGT-ID             PIC X(10).
           05  RFD-SRT-SERV-BR-ID              PIC X(05).
           05  RFD-SRT-PAYR-ADDR               PIC X(203).
           05  RFD-SRT-OWNR-ADDR               PIC X(203).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9543'.

       01  RFD-WORKING-STORAGE.
           05  RFD-PARM-STAT                   PIC X(02).
           05  RFD-RSN-STAT                    PIC X(02).
               88  RFD-RSN-EOF                 VALUE '10'.
           05  RFD-POL-STAT                    PIC X(02).
               88  RFD-POL-EOF                 VALUE '10'.
           05  RFD-ZPAY-STAT                   PIC X(02).
               88  RFD-ZPAY-EOF                VALUE '10'.
           05  RFD-CADR-STAT                   PIC X(02).
               88  RFD-CADR-EOF                VALUE '10'.
           05  RFD-EXT-STAT                    PIC X(02).
           05  RFD-RPT-STAT                    PIC X(02).
           05  RFD-LDG-STAT                    PIC X(02).
           05  RFD-RUN-DT                      PIC 9(08).
           05  RFD-RUN-SERIAL                  PIC S9(09) BINARY.
           05  RFD-DEADLN-DYS                  PIC 9(03).
           05  RFD-AGE-DYS                     PIC 9(05).
           05  RFD-PAST-DEADLN-IND             PIC X(01).
           05  RFD-REASN-TXT                   PIC X(40).
           05  RFD-POL-READ-CNT                PIC S9(09) BINARY.
           05  RFD-ZPAY-READ-CNT               PIC S9(09) BINARY.
           05  RFD-STAT-POL-CNT                PIC S9(09) BINARY.
           05  RFD-NOPMT-CNT                   PIC S9(09) BINARY.
           05  RFD-PMT-CNT                     PIC S9(09) BINARY.
           05  RFD-SEL-CNT                     PIC S9(09) BINARY.
           05  RFD-PAST-CNT                    PIC S9(09) BINARY.
           05  RFD-EXT-CNT                     PIC S9(09) BINARY.
           05  RFD-NOOWNR-CNT                  PIC S9(09) BINARY.
           05  RFD-NORSN-CNT                   PIC S9(09) BINARY.
           05  RFD-BAD-DT-CNT                  PIC S9(09) BINARY.
           05  RFD-POL-PMT-CNT                 PIC S9(04) BINARY.
           05  RFD-RFND-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  RFD-PAST-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  RFD-EXT-HASH-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  RFD-POL-RFND-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  RFD-STAT-SUB                    PIC S9(04) BINARY.
           05  RFD-STAT-CNT                    PIC S9(04) BINARY.
           05  RFD-RSN-CNT                     PIC S9(04) BINARY.
           05  RFD-RSN-SUB                     PIC S9(04) BINARY.
           05  RFD-RSN-FND-SUB                 PIC S9(04) BINARY.
           05  RFD-RSN-MAX                     PIC S9(04) BINARY
                                               VALUE +500.
           05  RFD-PREV-POL-ID                 PIC X(10).
           05  RFD-PREV-PAST-IND               PIC X(01).
           05  RFD-RSN-OVRFL-SW                PIC X(01).
               88  RFD-RSN-OVRFL               VALUE 'Y'.
           05  RFD-REFUND-STAT-SW              PIC X(01).
               88  RFD-REFUND-STAT             VALUE 'Y'.
           05  RFD-POL-PMT-SW                  PIC X(01).
               88  RFD-POL-HAS-PMT             VALUE 'Y'.

      *  NAME AND ADDRESS OF THE CURRENT POLICY'S OWNER AND PAYER, IN
      *  THE RFDCADR LAYOUT
       01  RFD-OWNR-ADDR                       PIC X(203).
       01  RFD-PAYR-ADDR                       PIC X(203).

      *  REFUND STATUSES FROM THE PARM CARD
       01  RFD-STAT-TABLE-AREA.
           05  RFD-STAT-T OCCURS 8.
               10  RFD-STAT-TBL-CD             PIC X(02).

      *  REJECTION REASON DESCRIPTIONS
       01  RFD-RSN-TABLE-AREA.
           05  RFD-RSN-T OCCURS 500.
               10  RFD-RSN-TBL-CD              PIC X(05).
               10  RFD-RSN-TBL-TXT             PIC X(40).

      *  INTEGER DATE WORK FIELDS (PROLEPTIC GREGORIAN DAY NUMBER)
       01  RFD-DATE-WORK.
           05  RFD-DW-DATE                     PIC 9(08).
           05  RFD-DW-DATE-R REDEFINES RFD-DW-DATE.
               10  RFD-DW-YYYY                 PIC 9(04).
               10  RFD-DW-MM                   PIC 9(02).
               10  RFD-DW-DD                   PIC 9(02).
           05  RFD-DW-SERIAL                   PIC S9(09) BINARY.
           05  RFD-DW-A                        PIC S9(09) BINARY.
           05  RFD-DW-B                        PIC S9(09) BINARY.
           05  RFD-DW-C                        PIC S9(09) BINARY.
           05  RFD-DW-D                        PIC S9(09) BINARY.
           05  RFD-DW-E                        PIC S9(09) BINARY.
           05  RFD-DW-M                        PIC S9(09) BINARY.
           05  RFD-DW-Y                        PIC S9(09) BINARY.

       01  RFD-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(44)
               VALUE 'CSBM9543  NEW BUSINESS REFUND-DUE REPORT    '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  RFD-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(69).

       01  RFD-RPT-SEC-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(04) VALUE '*** '.
           05  RFD-RPT-SEC-TXT                 PIC X(40).
           05  FILLER                          PIC X(01).
           05  RFD-RPT-SEC-DYS                 PIC ZZ9.
           05  FILLER                          PIC X(10)
               VALUE ' DAYS ***'.
           05  FILLER                          PIC X(73).

       01  RFD-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(68) VALUE
               'POLICY      ST  STATUS DT    AGE  BRANCH  AGENT       R 
      -        'EASON'.
           05  FILLER                          PIC X(63).

       01  RFD-RPT-PMT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(60) VALUE
               '            PAYMENT DT  SEQ  S             AMOUNT'.
           05  FILLER                          PIC X(71).

       01  RFD-RPT-POL-LINE.
           05  FILLER                          PIC X(01).
           05  RFD-RPT-POL-ID                  PIC X(10).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-POL-CSTAT-CD            PIC X(02).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-POL-STAT-DT             PIC 9(08).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-POL-AGE                 PIC ZZZZ9.
           05  FILLER                          PIC X(02).
           05  RFD-RPT-POL-BR-ID               PIC X(05).
           05  FILLER                          PIC X(03).
           05  RFD-RPT-POL-AGT-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-POL-REASN-CD            PIC X(05).
           05  FILLER                          PIC X(01).
           05  RFD-RPT-POL-REASN-TXT           PIC X(40).
           05  FILLER                          PIC X(32).

       01  RFD-RPT-PMT-LINE.
           05  FILLER                          PIC X(13).
           05  RFD-RPT-PMT-TRXN-DT             PIC X(10).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-PMT-SEQ-NUM             PIC X(03).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-PMT-STAT-CD             PIC X(01).
           05  FILLER                          PIC X(02).
           05  RFD-RPT-PMT-AMT                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(82).

       01  RFD-RPT-TOT-LINE.
           05  FILLER                          PIC X(13).
           05  FILLER                          PIC X(18)
               VALUE 'REFUNDABLE AMOUNT '.
           05  RFD-RPT-TOT-AMT                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(02).
           05  RFD-RPT-TOT-FLAG                PIC X(30).
           05  FILLER                          PIC X(52).

       01  RFD-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  RFD-RPT-CNT-TXT                 PIC X(35).
           05  RFD-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).

       01  RFD-RPT-AMT-LINE.
           05  FILLER                          PIC X(01).
           05  RFD-RPT-AMT-TXT                 PIC X(29).
           05  RFD-RPT-AMT-NUM                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT RFDSORT-FILE
               ON DESCENDING KEY RFD-SRT-PAST-DEADLN-IND
               ON ASCENDING  KEY RFD-SRT-STAT-DT
                                 RFD-SRT-POL-ID
                                 RFD-SRT-PMT-TRXN-DT
                                 RFD-SRT-PMT-SEQ-NUM
               INPUT  PROCEDURE IS 2000-SELECT-REFUNDS
                               THRU 2000-SELECT-REFUNDS-X
               OUTPUT PROCEDURE IS 5000-REPORT-REFUNDS
                               THRU 5000-REPORT-REFUNDS-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO RFD-POL-READ-CNT.
           MOVE ZERO                 TO RFD-ZPAY-READ-CNT.
           MOVE ZERO                 TO RFD-STAT-POL-CNT.
           MOVE ZERO                 TO RFD-NOPMT-CNT.
           MOVE ZERO                 TO RFD-PMT-CNT.
           MOVE ZERO                 TO RFD-SEL-CNT.
           MOVE ZERO                 TO RFD-PAST-CNT.
           MOVE ZERO                 TO RFD-EXT-CNT.
           MOVE ZERO                 TO RFD-NOOWNR-CNT.
           MOVE ZERO                 TO RFD-NORSN-CNT.
           MOVE ZERO                 TO RFD-BAD-DT-CNT.
           MOVE ZERO                 TO RFD-RFND-TOT-AMT.
           MOVE ZERO                 TO RFD-PAST-TOT-AMT.
           MOVE ZERO                 TO RFD-EXT-HASH-AMT.
           MOVE ZERO                 TO RFD-STAT-CNT.
           MOVE ZERO                 TO RFD-RSN-CNT.
           MOVE SPACES               TO RFD-PREV-POL-ID.
           MOVE SPACES               TO RFD-PREV-PAST-IND.
           MOVE SPACES               TO RFD-STAT-TABLE-AREA.

           MOVE SPACES               TO RFD-PARM-REC.
           OPEN INPUT  RFDPARM-FILE.
           READ RFDPARM-FILE.
           CLOSE RFDPARM-FILE.

           MOVE RFD-PARM-RUN-DT      TO RFD-RUN-DT.
           IF  RFD-RUN-DT NOT NUMERIC
           OR  RFD-RUN-DT = ZERO
               ACCEPT RFD-RUN-DT FROM DATE YYYYMMDD
           END-IF.
           MOVE RFD-PARM-DEADLN-DYS  TO RFD-DEADLN-DYS.
           IF  RFD-DEADLN-DYS NOT NUMERIC
           OR  RFD-DEADLN-DYS = ZERO
               MOVE 030              TO RFD-DEADLN-DYS
           END-IF.

           PERFORM  1200-LOAD-STAT-CODE
               THRU 1200-LOAD-STAT-CODE-X
               VARYING RFD-STAT-SUB FROM 1 BY 1
                   UNTIL RFD-STAT-SUB > 8.

           OPEN OUTPUT RFDRPT-FILE.

           MOVE RFD-RUN-DT           TO RFD-RPT-HDG-DT.
           WRITE RFD-RPT-REC FROM RFD-RPT-HDG-LINE.
           MOVE SPACES               TO RFD-RPT-REC.
           WRITE RFD-RPT-REC.

      *  WITHOUT A STATUS TO SELECT ON THE RUN WOULD REPORT NOTHING
      *  AND LOOK CLEAN - STOP INSTEAD
           IF  RFD-STAT-CNT = ZERO
               MOVE ' *** NO REFUND STATUS CODES ON THE PARM CARD - RUN 
      -             ' STOPPED'       TO RFD-RPT-REC
               WRITE RFD-RPT-REC
               CLOSE RFDRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE RFD-RUN-DT           TO RFD-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE RFD-DW-SERIAL        TO RFD-RUN-SERIAL.

           MOVE SPACE                TO RFD-RSN-OVRFL-SW.
           OPEN INPUT  RFDRSN-FILE.
           PERFORM  1100-LOAD-REASON-TABLE
               THRU 1100-LOAD-REASON-TABLE-X
                   UNTIL RFD-RSN-EOF
                   OR    RFD-RSN-CNT NOT < RFD-RSN-MAX.
      *  THE LOOP ALSO STOPS WHEN THE TABLE FILLS ON EXACTLY THE LAST
      *  RECORD - ONLY AN ACTUAL FURTHER RECORD PROVES TRUNCATION
           IF  NOT RFD-RSN-EOF
               READ RFDRSN-FILE
               IF  NOT RFD-RSN-EOF
                   SET RFD-RSN-OVRFL TO TRUE
               END-IF
           END-IF.
           CLOSE RFDRSN-FILE.

           IF  RFD-RSN-OVRFL
               MOVE ' *** WARNING: REASON TABLE FULL - SOME REASON TEXT 
      -             ' MAY BE MISSING' TO RFD-RPT-REC
               WRITE RFD-RPT-REC
               MOVE SPACES           TO RFD-RPT-REC
               WRITE RFD-RPT-REC
           END-IF.

           OPEN OUTPUT RFDEXT-FILE.

       1000-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       1100-LOAD-REASON-TABLE.
      *------------------------

           READ RFDRSN-FILE.

           IF  RFD-RSN-EOF
               GO TO 1100-LOAD-REASON-TABLE-X
           END-IF.

           ADD +1                    TO RFD-RSN-CNT.
           MOVE RFD-RSN-CD           TO
                RFD-RSN-TBL-CD (RFD-RSN-CNT).
           MOVE RFD-RSN-DESC-TXT     TO
                RFD-RSN-TBL-TXT (RFD-RSN-CNT).

       1100-LOAD-REASON-TABLE-X.
           EXIT.
      /
      *----------------------
       1200-LOAD-STAT-CODE.
      *----------------------

           IF  RFD-PARM-CSTAT-CD (RFD-STAT-SUB) NOT = SPACES
               ADD +1                TO RFD-STAT-CNT
               MOVE RFD-PARM-CSTAT-CD (RFD-STAT-SUB)
                                     TO RFD-STAT-TBL-CD (RFD-STAT-CNT)
           END-IF.

       1200-LOAD-STAT-CODE-X.
           EXIT.
      /
      *-----------------------
       2000-SELECT-REFUNDS.
      *-----------------------
      *
      *  THE POLICY MASTER DRIVES; THE ZPAY AND ADDRESS UNLOADS RIDE
      *  ALONGSIDE IN THE SAME POL-ID SEQUENCE
      *
           OPEN INPUT  RFDPOL-FILE
                       RFDZPAY-FILE
                       RFDCADR-FILE.

           PERFORM  2100-READ-POLICY
               THRU 2100-READ-POLICY-X.
           PERFORM  2410-READ-ZPAY
               THRU 2410-READ-ZPAY-X.
           READ RFDCADR-FILE.

           PERFORM  2200-CHECK-POLICY
               THRU 2200-CHECK-POLICY-X
                   UNTIL RFD-POL-EOF.

      *  READ OUT THE REST OF ZPAY SO ITS COUNT COVERS THE WHOLE FILE
           PERFORM  2410-READ-ZPAY
               THRU 2410-READ-ZPAY-X
                   UNTIL RFD-ZPAY-EOF.

           CLOSE RFDPOL-FILE
                 RFDZPAY-FILE
                 RFDCADR-FILE.

       2000-SELECT-REFUNDS-X.
           EXIT.
      /
      *-------------------
       2100-READ-POLICY.
      *-------------------

           READ RFDPOL-FILE.

           IF  NOT RFD-POL-EOF
               ADD +1                TO RFD-POL-READ-CNT
           END-IF.

       2100-READ-POLICY-X.
           EXIT.
      /
      *--------------------
       2200-CHECK-POLICY.
      *--------------------

           MOVE SPACE                TO RFD-REFUND-STAT-SW.
           PERFORM  2210-MATCH-STAT-CODE
               THRU 2210-MATCH-STAT-CODE-X
               VARYING RFD-STAT-SUB FROM 1 BY 1
                   UNTIL RFD-STAT-SUB > RFD-STAT-CNT
                   OR    RFD-REFUND-STAT.

           IF  NOT RFD-REFUND-STAT
               GO TO 2200-CHECK-POLICY-NEXT
           END-IF.

           ADD +1                    TO RFD-STAT-POL-CNT.

      *  AGE FROM THE STATUS DATE; A STATUS DATE THAT CANNOT BE AGED
      *  IS TREATED AS PAST THE DEADLINE SO IT IS NOT OVERLOOKED
           IF  RFD-POL-STAT-DT NUMERIC
           AND RFD-POL-STAT-DT NOT = ZERO
           AND RFD-POL-STAT-DT NOT > RFD-RUN-DT
               MOVE RFD-POL-STAT-DT  TO RFD-DW-DATE
               PERFORM  8100-DATE-TO-SERIAL
                   THRU 8100-DATE-TO-SERIAL-X
               COMPUTE RFD-AGE-DYS = RFD-RUN-SERIAL - RFD-DW-SERIAL
               IF  RFD-AGE-DYS > RFD-DEADLN-DYS
                   MOVE 'Y'          TO RFD-PAST-DEADLN-IND
               ELSE
                   MOVE 'N'          TO RFD-PAST-DEADLN-IND
               END-IF
           ELSE
               ADD +1                TO RFD-BAD-DT-CNT
               MOVE ZERO             TO RFD-AGE-DYS
               MOVE 'Y'              TO RFD-PAST-DEADLN-IND
           END-IF.

           PERFORM  2250-FIND-REASON
               THRU 2250-FIND-REASON-X.

           PERFORM  2300-MATCH-ADDRESS
               THRU 2300-MATCH-ADDRESS-X.

           PERFORM  2400-MATCH-PAYMENTS
               THRU 2400-MATCH-PAYMENTS-X.

           IF  NOT RFD-POL-HAS-PMT
               ADD +1                TO RFD-NOPMT-CNT
           END-IF.

       2200-CHECK-POLICY-NEXT.

           PERFORM  2100-READ-POLICY
               THRU 2100-READ-POLICY-X.

       2200-CHECK-POLICY-X.
           EXIT.
      /
      *-----------------------
       2210-MATCH-STAT-CODE.
      *-----------------------

           IF  RFD-STAT-TBL-CD (RFD-STAT-SUB) = RFD-POL-CSTAT-CD
               SET RFD-REFUND-STAT   TO TRUE
           END-IF.

       2210-MATCH-STAT-CODE-X.
           EXIT.
      /
      *--------------------
       2250-FIND-REASON.
      *--------------------
      *
      *  THE SAME DMAD DESCRIPTION THE INQUIRY SHOWS FOR THE CODE
      *
           MOVE SPACES               TO RFD-REASN-TXT.

           IF  RFD-POL-REJ-REASN-CD = SPACES
               GO TO 2250-FIND-REASON-X
           END-IF.

           MOVE ZERO                 TO RFD-RSN-FND-SUB.
           PERFORM  2260-MATCH-REASON
               THRU 2260-MATCH-REASON-X
               VARYING RFD-RSN-SUB FROM 1 BY 1
                   UNTIL RFD-RSN-SUB > RFD-RSN-CNT
                   OR    RFD-RSN-FND-SUB > ZERO.

           IF  RFD-RSN-FND-SUB > ZERO
               MOVE RFD-RSN-TBL-TXT (RFD-RSN-FND-SUB)
                                     TO RFD-REASN-TXT
           ELSE
               ADD +1                TO RFD-NORSN-CNT
               MOVE '(REASON CODE NOT ON DMAD UNLOAD)'
                                     TO RFD-REASN-TXT
           END-IF.

       2250-FIND-REASON-X.
           EXIT.
      /
      *---------------------
       2260-MATCH-REASON.
      *---------------------

           IF  RFD-RSN-TBL-CD (RFD-RSN-SUB) = RFD-POL-REJ-REASN-CD
               MOVE RFD-RSN-SUB      TO RFD-RSN-FND-SUB
           END-IF.

       2260-MATCH-REASON-X.
           EXIT.
      /
      *----------------------
       2300-MATCH-ADDRESS.
      *----------------------
      *
      *  THE PRIMARY OWNER AND, WHERE THERE IS ONE, THE PAYER; NO
      *  SEPARATE PAYER MEANS THE OWNER PAID
      *
           MOVE SPACES               TO RFD-OWNR-ADDR.
           MOVE SPACES               TO RFD-PAYR-ADDR.

           PERFORM  2310-ADVANCE-ADDRESS
               THRU 2310-ADVANCE-ADDRESS-X
                   UNTIL RFD-CADR-EOF
                   OR    RFD-CADR-POL-ID NOT < RFD-POL-ID.

           PERFORM  2320-TAKE-ADDRESS
               THRU 2320-TAKE-ADDRESS-X
                   UNTIL RFD-CADR-EOF
                   OR    RFD-CADR-POL-ID NOT = RFD-POL-ID.

           IF  RFD-OWNR-ADDR = SPACES
               ADD +1                TO RFD-NOOWNR-CNT
           END-IF.

           IF  RFD-PAYR-ADDR = SPACES
               MOVE RFD-OWNR-ADDR    TO RFD-PAYR-ADDR
           END-IF.

       2300-MATCH-ADDRESS-X.
           EXIT.
      /
      *------------------------
       2310-ADVANCE-ADDRESS.
      *------------------------

           READ RFDCADR-FILE.

       2310-ADVANCE-ADDRESS-X.
           EXIT.
      /
      *---------------------
       2320-TAKE-ADDRESS.
      *---------------------

           EVALUATE TRUE
               WHEN RFD-CADR-ROLE-OWNR
                    MOVE RFD-CADR-ADDR TO RFD-OWNR-ADDR
               WHEN RFD-CADR-ROLE-PAYR
                    MOVE RFD-CADR-ADDR TO RFD-PAYR-ADDR
           END-EVALUATE.

           READ RFDCADR-FILE.

       2320-TAKE-ADDRESS-X.
           EXIT.
      /
      *-----------------------
       2400-MATCH-PAYMENTS.
      *-----------------------
      *
      *  EVERY ZPAY ROW NOT CANCELLED IS MONEY STILL HELD FOR THE
      *  APPLICATION AND IS RELEASED FOR THE REPORT
      *
           MOVE SPACE                TO RFD-POL-PMT-SW.

           PERFORM  2410-READ-ZPAY
               THRU 2410-READ-ZPAY-X
                   UNTIL RFD-ZPAY-EOF
                   OR    RFD-ZPAY-POL-ID NOT < RFD-POL-ID.

           PERFORM  2420-RELEASE-PAYMENT
               THRU 2420-RELEASE-PAYMENT-X
                   UNTIL RFD-ZPAY-EOF
                   OR    RFD-ZPAY-POL-ID NOT = RFD-POL-ID.

       2400-MATCH-PAYMENTS-X.
           EXIT.
      /
      *------------------
       2410-READ-ZPAY.
      *------------------

           READ RFDZPAY-FILE.

           IF  NOT RFD-ZPAY-EOF
               ADD +1                TO RFD-ZPAY-READ-CNT
           END-IF.

       2410-READ-ZPAY-X.
           EXIT.
      /
      *------------------------
       2420-RELEASE-PAYMENT.
      *------------------------

           IF  RFD-ZPAY-STAT-CNCL
               GO TO 2420-RELEASE-PAYMENT-NEXT
           END-IF.

           SET RFD-POL-HAS-PMT       TO TRUE.
           ADD +1                    TO RFD-PMT-CNT.

           MOVE SPACES               TO RFD-SRT-REC.
           MOVE RFD-PAST-DEADLN-IND  TO RFD-SRT-PAST-DEADLN-IND.
           MOVE RFD-POL-STAT-DT      TO RFD-SRT-STAT-DT.
           IF  RFD-POL-STAT-DT NOT NUMERIC
               MOVE ZERO             TO RFD-SRT-STAT-DT
           END-IF.
           MOVE RFD-POL-ID           TO RFD-SRT-POL-ID.
           MOVE RFD-ZPAY-PMT-TRXN-DT TO RFD-SRT-PMT-TRXN-DT.
           MOVE RFD-ZPAY-PMT-SEQ-NUM TO RFD-SRT-PMT-SEQ-NUM.
           MOVE RFD-ZPAY-PMT-STAT-CD TO RFD-SRT-PMT-STAT-CD.
           MOVE RFD-ZPAY-PMT-TRXN-AMT
                                     TO RFD-SRT-PMT-TRXN-AMT.
           MOVE RFD-POL-CSTAT-CD     TO RFD-SRT-CSTAT-CD.
           MOVE RFD-POL-REJ-REASN-CD TO RFD-SRT-REJ-REASN-CD.
           MOVE RFD-REASN-TXT        TO RFD-SRT-REJ-REASN-TXT.
           MOVE RFD-AGE-DYS          TO RFD-SRT-AGE-DYS.
           MOVE RFD-POL-SERV-AGT-ID  TO RFD-SRT-SERV-AGT-ID.
           MOVE RFD-POL-SERV-BR-ID   TO RFD-SRT-SERV-BR-ID.
           MOVE RFD-PAYR-ADDR        TO RFD-SRT-PAYR-ADDR.
           MOVE RFD-OWNR-ADDR        TO RFD-SRT-OWNR-ADDR.
           RELEASE RFD-SRT-REC.

       2420-RELEASE-PAYMENT-NEXT.

           PERFORM  2410-READ-ZPAY
               THRU 2410-READ-ZPAY-X.

       2420-RELEASE-PAYMENT-X.
           EXIT.
      /
      *-----------------------
       5000-REPORT-REFUNDS.
      *-----------------------

           PERFORM  5100-RETURN-PAYMENT
               THRU 5100-RETURN-PAYMENT-X.

           PERFORM  5200-PRINT-PAYMENT
               THRU 5200-PRINT-PAYMENT-X
                   UNTIL RFD-SRT-POL-ID = HIGH-VALUES.

           IF  RFD-PREV-POL-ID NOT = SPACES
               PERFORM  5400-CLOSE-POLICY
                   THRU 5400-CLOSE-POLICY-X
           END-IF.

       5000-REPORT-REFUNDS-X.
           EXIT.
      /
      *-----------------------
       5100-RETURN-PAYMENT.
      *-----------------------

           RETURN RFDSORT-FILE
               AT END
                   MOVE HIGH-VALUES  TO RFD-SRT-POL-ID
           END-RETURN.

       5100-RETURN-PAYMENT-X.
           EXIT.
      /
      *----------------------
       5200-PRINT-PAYMENT.
      *----------------------

           IF  RFD-SRT-POL-ID NOT = RFD-PREV-POL-ID
               IF  RFD-PREV-POL-ID NOT = SPACES
                   PERFORM  5400-CLOSE-POLICY
                       THRU 5400-CLOSE-POLICY-X
               END-IF
               IF  RFD-SRT-PAST-DEADLN-IND NOT = RFD-PREV-PAST-IND
                   PERFORM  5250-OPEN-SECTION
                       THRU 5250-OPEN-SECTION-X
               END-IF
               PERFORM  5300-OPEN-POLICY
                   THRU 5300-OPEN-POLICY-X
           END-IF.

           MOVE SPACES               TO RFD-RPT-PMT-LINE.
           MOVE RFD-SRT-PMT-TRXN-DT  TO RFD-RPT-PMT-TRXN-DT.
           MOVE RFD-SRT-PMT-SEQ-NUM  TO RFD-RPT-PMT-SEQ-NUM.
           MOVE RFD-SRT-PMT-STAT-CD  TO RFD-RPT-PMT-STAT-CD.
           MOVE RFD-SRT-PMT-TRXN-AMT TO RFD-RPT-PMT-AMT.
           WRITE RFD-RPT-REC FROM RFD-RPT-PMT-LINE.

           ADD +1                    TO RFD-POL-PMT-CNT.
           ADD RFD-SRT-PMT-TRXN-AMT  TO RFD-POL-RFND-AMT.
           MOVE RFD-SRT-PMT-TRXN-DT  TO RFD-EXT-LAST-PMT-DT.

           PERFORM  5100-RETURN-PAYMENT
               THRU 5100-RETURN-PAYMENT-X.

       5200-PRINT-PAYMENT-X.
           EXIT.
      /
      *---------------------
       5250-OPEN-SECTION.
      *---------------------

           MOVE RFD-SRT-PAST-DEADLN-IND TO RFD-PREV-PAST-IND.

           MOVE SPACES               TO RFD-RPT-REC.
           WRITE RFD-RPT-REC.
           IF  RFD-SRT-PAST-DEADLN
               MOVE 'PAST THE REGULATORY REFUND DEADLINE OF'
                                     TO RFD-RPT-SEC-TXT
           ELSE
               MOVE 'WITHIN THE REGULATORY REFUND DEADLINE OF'
                                     TO RFD-RPT-SEC-TXT
           END-IF.
           MOVE RFD-DEADLN-DYS       TO RFD-RPT-SEC-DYS.
           WRITE RFD-RPT-REC FROM RFD-RPT-SEC-LINE.
           MOVE SPACES               TO RFD-RPT-REC.
           WRITE RFD-RPT-REC.
           WRITE RFD-RPT-REC FROM RFD-RPT-COL-LINE.
           WRITE RFD-RPT-REC FROM RFD-RPT-PMT-COL-LINE.

       5250-OPEN-SECTION-X.
           EXIT.
      /
      *--------------------
       5300-OPEN-POLICY.
      *--------------------
      *
      *  THE POLICY LINE IS PRINTED NOW; ITS EXTRACT RECORD IS BUILT
      *  NOW AND WRITTEN WHEN THE LAST PAYMENT HAS BEEN ADDED IN
      *
           MOVE RFD-SRT-POL-ID       TO RFD-PREV-POL-ID.
           MOVE ZERO                 TO RFD-POL-PMT-CNT.
           MOVE ZERO                 TO RFD-POL-RFND-AMT.
           ADD +1                    TO RFD-SEL-CNT.

           MOVE SPACES               TO RFD-RPT-POL-LINE.
           MOVE RFD-SRT-POL-ID       TO RFD-RPT-POL-ID.
           MOVE RFD-SRT-CSTAT-CD     TO RFD-RPT-POL-CSTAT-CD.
           MOVE RFD-SRT-STAT-DT      TO RFD-RPT-POL-STAT-DT.
           MOVE RFD-SRT-AGE-DYS      TO RFD-RPT-POL-AGE.
           MOVE RFD-SRT-SERV-BR-ID   TO RFD-RPT-POL-BR-ID.
           MOVE RFD-SRT-SERV-AGT-ID  TO RFD-RPT-POL-AGT-ID.
           MOVE RFD-SRT-REJ-REASN-CD TO RFD-RPT-POL-REASN-CD.
           MOVE RFD-SRT-REJ-REASN-TXT
                                     TO RFD-RPT-POL-REASN-TXT.
           MOVE SPACES               TO RFD-RPT-REC.
           WRITE RFD-RPT-REC.
           WRITE RFD-RPT-REC FROM RFD-RPT-POL-LINE.

           MOVE SPACES               TO RFD-EXT-REC.
           MOVE RFD-SRT-POL-ID       TO RFD-EXT-POL-ID.
           MOVE RFD-SRT-CSTAT-CD     TO RFD-EXT-CSTAT-CD.
           MOVE RFD-SRT-STAT-DT      TO RFD-EXT-STAT-DT.
           MOVE RFD-SRT-REJ-REASN-CD TO RFD-EXT-REJ-REASN-CD.
           MOVE RFD-SRT-REJ-REASN-TXT
                                     TO RFD-EXT-REJ-REASN-TXT.
           MOVE RFD-SRT-PMT-TRXN-DT  TO RFD-EXT-FIRST-PMT-DT.
           MOVE RFD-SRT-AGE-DYS      TO RFD-EXT-AGE-DYS.
           MOVE RFD-SRT-PAST-DEADLN-IND
                                     TO RFD-EXT-PAST-DEADLN-IND.
           MOVE RFD-SRT-SERV-AGT-ID  TO RFD-EXT-SERV-AGT-ID.
           MOVE RFD-SRT-SERV-BR-ID   TO RFD-EXT-SERV-BR-ID.
           MOVE RFD-SRT-PAYR-ADDR    TO RFD-EXT-PAYR-ADDR.
           MOVE RFD-SRT-OWNR-ADDR    TO RFD-EXT-OWNR-ADDR.

       5300-OPEN-POLICY-X.
           EXIT.
      /
      *---------------------
       5400-CLOSE-POLICY.
      *---------------------

           MOVE SPACES               TO RFD-RPT-TOT-LINE.
           MOVE 'REFUNDABLE AMOUNT ' TO RFD-RPT-TOT-LINE (14:18).
           MOVE RFD-POL-RFND-AMT     TO RFD-RPT-TOT-AMT.
           IF  RFD-EXT-PAST-DEADLN-IND = 'Y'
               MOVE '*** PAST REFUND DEADLINE'
                                     TO RFD-RPT-TOT-FLAG
               ADD +1                TO RFD-PAST-CNT
               ADD RFD-POL-RFND-AMT  TO RFD-PAST-TOT-AMT
           END-IF.
           WRITE RFD-RPT-REC FROM RFD-RPT-TOT-LINE.

           ADD RFD-POL-RFND-AMT      TO RFD-RFND-TOT-AMT.

           MOVE RFD-POL-RFND-AMT     TO RFD-EXT-RFND-AMT.
           MOVE RFD-POL-PMT-CNT      TO RFD-EXT-PMT-CNT.
           WRITE RFD-EXT-REC.
           ADD +1                    TO RFD-EXT-CNT.
           ADD RFD-POL-RFND-AMT      TO RFD-EXT-HASH-AMT.

       5400-CLOSE-POLICY-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO RFD-RPT-REC.
           WRITE RFD-RPT-REC.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'POLICIES READ'      TO RFD-RPT-CNT-TXT.
           MOVE RFD-POL-READ-CNT     TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'ZPAY ROWS READ'     TO RFD-RPT-CNT-TXT.
           MOVE RFD-ZPAY-READ-CNT    TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'POLICIES IN A REFUND STATUS'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-STAT-POL-CNT     TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE '  WITH NO MONEY HELD ON ZPAY'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-NOPMT-CNT        TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'POLICIES WITH REFUND DUE'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-SEL-CNT          TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'PAYMENTS TO REFUND' TO RFD-RPT-CNT-TXT.
           MOVE RFD-PMT-CNT          TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-AMT-LINE.
           MOVE 'TOTAL REFUNDABLE'   TO RFD-RPT-AMT-TXT.
           MOVE RFD-RFND-TOT-AMT     TO RFD-RPT-AMT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-AMT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'POLICIES PAST REFUND DEADLINE'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-PAST-CNT         TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-AMT-LINE.
           MOVE 'REFUNDABLE PAST DEADLINE'
                                     TO RFD-RPT-AMT-TXT.
           MOVE RFD-PAST-TOT-AMT     TO RFD-RPT-AMT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-AMT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'REFUND REQUESTS WRITTEN'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-EXT-CNT          TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'STATUS DATES NOT USABLE'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-BAD-DT-CNT       TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'NO PRIMARY OWNER ADDRESS'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-NOOWNR-CNT       TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           MOVE SPACES               TO RFD-RPT-CNT-LINE.
           MOVE 'REASON CODES NOT ON DMAD UNLOAD'
                                     TO RFD-RPT-CNT-TXT.
           MOVE RFD-NORSN-CNT        TO RFD-RPT-CNT-NUM.
           WRITE RFD-RPT-REC FROM RFD-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE RFDEXT-FILE
                 RFDRPT-FILE.

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
           COMPUTE RFD-DW-A = (14 - RFD-DW-MM) / 12.
           COMPUTE RFD-DW-Y = RFD-DW-YYYY + 4800 - RFD-DW-A.
           COMPUTE RFD-DW-M = RFD-DW-MM + 12 * RFD-DW-A - 3.
           COMPUTE RFD-DW-B = (153 * RFD-DW-M + 2) / 5.
           COMPUTE RFD-DW-C = RFD-DW-Y / 4.
           COMPUTE RFD-DW-D = RFD-DW-Y / 100.
           COMPUTE RFD-DW-E = RFD-DW-Y / 400.
           COMPUTE RFD-DW-SERIAL = RFD-DW-DD + RFD-DW-B
                                 + 365 * RFD-DW-Y
                                 + RFD-DW-C - RFD-DW-D + RFD-DW-E
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
           INITIALIZE RFD-LDG-REC.
           MOVE 'CSBM9543'           TO RFD-LDG-JOB-ID.
           MOVE RFD-RUN-DT           TO RFD-LDG-RUN-DT.
           ACCEPT RFD-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT RFD-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO RFD-LDG-STAT-CD.

           MOVE 'RFDPOL'             TO RFD-LDG-CTL-ID (1).
           MOVE RFD-POL-READ-CNT     TO RFD-LDG-CTL-CNT (1).

           MOVE 'RFDZPAY'            TO RFD-LDG-CTL-ID (2).
           MOVE RFD-ZPAY-READ-CNT    TO RFD-LDG-CTL-CNT (2).

           MOVE 'SELECTED'           TO RFD-LDG-CTL-ID (3).
           MOVE RFD-SEL-CNT          TO RFD-LDG-CTL-CNT (3).
           MOVE RFD-RFND-TOT-AMT     TO RFD-LDG-CTL-HASH (3).

           MOVE 'RFDEXT'             TO RFD-LDG-CTL-ID (4).
           MOVE RFD-EXT-CNT          TO RFD-LDG-CTL-CNT (4).
           MOVE RFD-EXT-HASH-AMT     TO RFD-LDG-CTL-HASH (4).

           MOVE 'PASTDUE'            TO RFD-LDG-CTL-ID (5).
           MOVE RFD-PAST-CNT         TO RFD-LDG-CTL-CNT (5).
           MOVE RFD-PAST-TOT-AMT     TO RFD-LDG-CTL-HASH (5).

           MOVE 'PAYMENTS'           TO RFD-LDG-CTL-ID (6).
           MOVE RFD-PMT-CNT          TO RFD-LDG-CTL-CNT (6).

           OPEN EXTEND RFDLEDG-FILE.
           WRITE RFD-LDG-REC.
           CLOSE RFDLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9543                     **
      *****************************************************************
