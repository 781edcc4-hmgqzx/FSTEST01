      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9544.

       COPY XCWWCRHT.

      *****************************************************************
      *  NIGHTLY FREE-LOOK CANCELLATION PROCESSING.                   *
      *                                                               *
      *  THE INQUIRY'S FREE-LOOK FUNCTION (8011) CAPTURES A CLIENT'S  *
      *  FREE-LOOK CANCELLATION REQUEST ON ZFLK - RECEIVED DATE,      *
      *  CHANNEL AND USER - ONCE IT HAS CHECKED THE REQUEST AGAINST   *
      *  THE POLICY'S FREE-LOOK END DATE.  THIS JOB PICKS UP THE      *
      *  PENDING REQUESTS CAPTURED IN THE RUN WINDOW, WORKS OUT THE   *
      *  REFUND DUE FROM THE MONEY THE POLICY HAS TAKEN - PENDING     *
      *  ZPAY PAYMENTS, COUNTED AS THE INQUIRY COUNTS THEM            *
      *  (8410-SUMMARIZE-ZPAY), AND PREMIUMS APPLIED AND NOT          *
      *  REVERSED - AND PRODUCES:                                     *
      *    FLKREG - PROCESSING REGISTER, ONE LINE PER REQUEST, WITH   *
      *             THE REQUESTS THAT CANNOT BE PROCESSED SHOWN AS    *
      *             EXCEPTIONS                                        *
      *    FLKEXT - REFUND EXTRACT FOR CASH CONTROL, ONE RECORD PER   *
      *             PROCESSED REQUEST, WITH THE PAYER'S AND PRIMARY   *
      *             OWNER'S NAME AND MAILING ADDRESS                  *
      *    FLKSUM - COMPLIANCE SUMMARY OF CANCELLATIONS BY PLAN, BY   *
      *             SERVICING AGENT AND BY BRANCH; A HIGH SHARE ON    *
      *             ONE AGENT IS A MIS-SELLING INDICATOR              *
      *                                                               *
      *  PARM CARD (FLKPARM):                                         *
      *    1-8    RUN DATE (BLANK = TODAY)                            *
      *    10-17  FIRST CAPTURE DATE TO PICK UP (BLANK = RUN DATE);   *
      *           SET IT BACK TO CATCH UP AFTER A MISSED NIGHT        *
      *    19     'Y' = OVERRIDE THE RERUN CHECK BELOW                *
      *                                                               *
      *  INPUTS (ALL FIXED UNLOADS IN POL-ID SEQUENCE):               *
      *    FLKRQST - ZFLK FREE-LOOK REQUESTS                          *
      *    FLKPOL  - POLICY MASTER (PLAN, AGENT, BRANCH)              *
      *    FLKZPAY - ZPAY NEW-BUSINESS PAYMENTS                       *
      *    FLKPREM - PREMIUMS APPLIED                                 *
      *    FLKCADR - OWNER AND PAYER NAME AND ADDRESS (POL-ID / ROLE) *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *                                                               *
      *  A REQUEST PICKED UP TWICE WOULD BE REFUNDED TWICE, SO A RUN  *
      *  FOR A RUN DATE ALREADY COMPLETED ON THE LEDGER, OR WHOSE     *
      *  FIRST CAPTURE DATE FALLS ON OR BEFORE THE RUN DATE OF THE    *
      *  LAST COMPLETED RUN, IS REFUSED (RC 16) UNLESS COLUMN 19 OF   *
      *  THE PARM CARD HOLDS 'Y'.                                     *
      *****************************************************************

      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT FLKPARM-FILE   ASSIGN TO FLKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-PARM-STAT.

           SELECT FLKRQST-FILE   ASSIGN TO FLKRQST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-RQST-STAT.

           SELECT FLKPOL-FILE    ASSIGN TO FLKPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-POL-STAT.

           SELECT FLKZPAY-FILE   ASSIGN TO FLKZPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-ZPAY-STAT.

           SELECT FLKPREM-FILE   ASSIGN TO FLKPREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-PREM-STAT.

           SELECT FLKCADR-FILE   ASSIGN TO FLKCADR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-CADR-STAT.

           SELECT FLKREG-FILE    ASSIGN TO FLKREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-REG-STAT.

           SELECT FLKEXT-FILE    ASSIGN TO FLKEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-EXT-STAT.

           SELECT FLKSUM-FILE    ASSIGN TO FLKSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-SUM-STAT.

           SELECT FLKLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS FLK-LDG-STAT.

           SELECT FLKSORT-FILE   ASSIGN TO SORTWK01.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  FLKPARM-FILE
           RECORDING MODE IS F.
       01  FLK-PARM-REC.
           05  FLK-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  FLK-PARM-FROM-DT                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  FLK-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(61).

       FD  FLKRQST-FILE
           RECORDING MODE IS F.
       01  FLK-RQST-REC.
           05  FLK-RQST-POL-ID                 PIC X(10).
           05  FLK-RQST-DT                     PIC X(10).
           05  FLK-RQST-CHNL-CD                PIC X(02).
           05  FLK-RQST-USER-ID                PIC X(08).
           05  FLK-RQST-TERM-ID                PIC X(04).
           05  FLK-RQST-CAPT-DT                PIC X(10).
           05  FLK-RQST-CAPT-TIME              PIC X(08).
           05  FLK-RQST-FREE-LK-END-DT         PIC X(10).
           05  FLK-RQST-STAT-CD                PIC X(01).
               88  FLK-RQST-STAT-PEND          VALUE 'P'.
           05  FILLER                          PIC X(17).

       FD  FLKPOL-FILE
           RECORDING MODE IS F.
       01  FLK-POL-REC.
           05  FLK-POL-ID                      PIC X(10).
           05  FLK-POL-PLAN-ID                 PIC X(10).
           05  FLK-POL-SERV-AGT-ID             PIC X(10).
           05  FLK-POL-SERV-BR-ID              PIC X(05).
           05  FLK-POL-CSTAT-CD                PIC X(02).
           05  FLK-POL-BILL-MODE-CD            PIC X(01).
           05  FLK-POL-MPREM-AMT               PIC S9(13)V9(02).
           05  FILLER                          PIC X(27).

       FD  FLKZPAY-FILE
           RECORDING MODE IS F.
       01  FLK-ZPAY-REC.
           05  FLK-ZPAY-POL-ID                 PIC X(10).
           05  FLK-ZPAY-PMT-TRXN-DT            PIC X(10).
           05  FLK-ZPAY-PMT-SEQ-NUM            PIC X(03).
           05  FLK-ZPAY-PMT-STAT-CD            PIC X(01).
               88  FLK-ZPAY-STAT-PEND          VALUE 'P'.
               88  FLK-ZPAY-STAT-CNCL          VALUE 'C'.
           05  FLK-ZPAY-PMT-TRXN-AMT           PIC S9(13)V9(02).
           05  FILLER                          PIC X(41).

       FD  FLKPREM-FILE
           RECORDING MODE IS F.
       01  FLK-PREM-REC.
           05  FLK-PREM-POL-ID                 PIC X(10).
           05  FLK-PREM-DUE-DT                 PIC X(10).
           05  FLK-PREM-TRXN-DT                PIC X(10).
           05  FLK-PREM-STAT-CD                PIC X(01).
               88  FLK-PREM-STAT-REVRS         VALUE 'R'.
           05  FLK-PREM-TRXN-AMT               PIC S9(13)V9(02).
           05  FILLER                          PIC X(34).

       FD  FLKCADR-FILE
           RECORDING MODE IS F.
       01  FLK-CADR-REC.
           05  FLK-CADR-POL-ID                 PIC X(10).
           05  FLK-CADR-ROLE-CD                PIC X(01).
               88  FLK-CADR-ROLE-OWNR          VALUE 'O'.
               88  FLK-CADR-ROLE-PAYR          VALUE 'P'.
           05  FLK-CADR-ADDR.
               10  FLK-CADR-CLI-ID             PIC X(10).
               10  FLK-CADR-CLI-NM             PIC X(40).
               10  FLK-CADR-ADDR-1-TXT         PIC X(40).
               10  FLK-CADR-ADDR-2-TXT         PIC X(40).
               10  FLK-CADR-ADDR-3-TXT         PIC X(40).
               10  FLK-CADR-CITY-NM-TXT        PIC X(30).
               10  FLK-CADR-CTRY-CD            PIC X(03).
           05  FILLER                          PIC X(36).

       FD  FLKREG-FILE
           RECORDING MODE IS F.
       01  FLK-REG-REC                         PIC X(132).

       FD  FLKEXT-FILE
           RECORDING MODE IS F.
       01  FLK-EXT-REC.
           05  FLK-EXT-POL-ID                  PIC X(10).
           05  FLK-EXT-RQST-DT                 PIC X(10).
           05  FLK-EXT-RQST-CHNL-CD            PIC X(02).
           05  FLK-EXT-RQST-USER-ID            PIC X(08).
           05  FLK-EXT-CAPT-DT                 PIC X(10).
           05  FLK-EXT-PLAN-ID                 PIC X(10).
           05  FLK-EXT-SERV-AGT-ID             PIC X(10).
           05  FLK-EXT-SERV-BR-ID              PIC X(05).
           05  FLK-EXT-ZPAY-AMT                PIC S9(13)V9(02).
           05  FLK-EXT-ZPAY-CNT                PIC 9(03).
           05  FLK-EXT-PREM-AMT                PIC S9(13)V9(02).
           05  FLK-EXT-PREM-CNT                PIC 9(03).
           05  FLK-EXT-RFND-AMT                PIC S9(13)V9(02).
           05  FLK-EXT-PAYR-ADDR.
               10  FLK-EXT-PAYR-CLI-ID         PIC X(10).
               10  FLK-EXT-PAYR-NM             PIC X(40).
               10  FLK-EXT-PAYR-ADDR-1-TXT     PIC X(40).
               10  FLK-EXT-PAYR-ADDR-2-TXT     PIC X(40).
               10  FLK-EXT-PAYR-ADDR-3-TXT     PIC X(40).
               10  FLK-EXT-PAYR-CITY-NM-TXT    PIC X(30).
               10  FLK-EXT-PAYR-CTRY-CD        PIC X(03).
           05  FLK-EXT-OWNR-ADDR.
               10  FLK-EXT-OWNR-CLI-ID         PIC X(10).
               10  FLK-EXT-OWNR-NM             PIC X(40).
               10  FLK-EXT-OWNR-ADDR-1-TXT     PIC X(40).
               10  FLK-EXT-OWNR-ADDR-2-TXT     PIC X(40).
               10  FLK-EXT-OWNR-ADDR-3-TXT     PIC X(40).
               10  FLK-EXT-OWNR-CITY-NM-TXT    PIC X(30).
               10  FLK-EXT-OWNR-CTRY-CD        PIC X(03).
           05  FILLER                          PIC X(28).

       FD  FLKSUM-FILE
           RECORDING MODE IS F.
       01  FLK-SUM-REC                         PIC X(132).

       FD  FLKLEDG-FILE
           RECORDING MODE IS F.
       01  FLK-LDG-REC.
           05  FLK-LDG-JOB-ID                  PIC X(08).
           05  FLK-LDG-RUN-DT                  PIC 9(08).
           05  FLK-LDG-STEP-NO                 PIC 9(02).
           05  FLK-LDG-PROC-DT                 PIC X(10).
           05  FLK-LDG-WRIT-DT                 PIC 9(08).
           05  FLK-LDG-WRIT-TIME               PIC 9(08).
           05  FLK-LDG-STAT-CD                 PIC X(01).
           05  FLK-LDG-OVRD-IND                PIC X(01).
           05  FLK-LDG-CTL-T OCCURS 8.
               10  FLK-LDG-CTL-ID              PIC X(08).
               10  FLK-LDG-CTL-CNT             PIC 9(09).
               10  FLK-LDG-CTL-HASH            PIC S9(15)V9(02).

      *  THREE RECORDS PER PROCESSED CANCELLATION - ONE UNDER ITS
      *  PLAN, ONE UNDER ITS AGENT, ONE UNDER ITS BRANCH
       SD  FLKSORT-FILE.
       01  FLK-SRT-REC.
           05  FLK-SRT-SUM-TYP                 PIC X(01).
               88  FLK-SRT-SUM-PLAN            VALUE '1'.
               88  FLK-SRT-SUM-AGENT           VALUE '2'.
               88  FLK-SRT-SUM-BRANCH          VALUE '3'.
           05  FLK-SRT-SUM-KEY                 PIC X(10).
           05  FLK-SRT-RFND-AMT                PIC S9(13)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9544'.

       01  FLK-WORKING-STORAGE.
           05  FLK-PARM-STAT                   PIC X(02).
           05  FLK-RQST-STAT                   PIC X(02).
               88  FLK-RQST-EOF                VALUE '10'.
           05  FLK-POL-STAT                    PIC X(02).
               88  FLK-POL-EOF                 VALUE '10'.
           05  FLK-ZPAY-STAT                   PIC X(02).
               88  FLK-ZPAY-EOF                VALUE '10'.
           05  FLK-PREM-STAT                   PIC X(02).
               88  FLK-PREM-EOF                VALUE '10'.
           05  FLK-CADR-STAT                   PIC X(02).
               88  FLK-CADR-EOF                VALUE '10'.
           05  FLK-REG-STAT                    PIC X(02).
           05  FLK-EXT-STAT                    PIC X(02).
           05  FLK-SUM-STAT                    PIC X(02).
           05  FLK-LDG-STAT                    PIC X(02).
           05  FLK-RUN-DT                      PIC 9(08).
           05  FLK-FROM-DT                     PIC 9(08).
           05  FLK-CAPT-DT                     PIC 9(08).
           05  FLK-LAST-RUN-DT                 PIC 9(08).
           05  FLK-OVRD-IND                    PIC X(01).
               88  FLK-OVRD-RQSTD              VALUE 'Y'.
           05  FLK-PRIOR-RUN-SW                PIC X(01).
               88  FLK-PRIOR-RUN-FOUND         VALUE 'Y'.
           05  FLK-RQST-READ-CNT               PIC S9(09) BINARY.
           05  FLK-ZPAY-READ-CNT               PIC S9(09) BINARY.
           05  FLK-PREM-READ-CNT               PIC S9(09) BINARY.
           05  FLK-SEL-CNT                     PIC S9(09) BINARY.
           05  FLK-SKIP-CNT                    PIC S9(09) BINARY.
           05  FLK-CNCL-CNT                    PIC S9(09) BINARY.
           05  FLK-EXCP-CNT                    PIC S9(09) BINARY.
           05  FLK-NOPOL-CNT                   PIC S9(09) BINARY.
           05  FLK-LATE-CNT                    PIC S9(09) BINARY.
           05  FLK-NOOWNR-CNT                  PIC S9(09) BINARY.
           05  FLK-ZPAY-CNT                    PIC S9(04) BINARY.
           05  FLK-PREM-CNT                    PIC S9(04) BINARY.
           05  FLK-ZPAY-AMT                    PIC S9(13)V9(02)
                                               COMP-3.
           05  FLK-PREM-AMT                    PIC S9(13)V9(02)
                                               COMP-3.
           05  FLK-RFND-AMT                    PIC S9(13)V9(02)
                                               COMP-3.
           05  FLK-ZPAY-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  FLK-PREM-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  FLK-RFND-TOT-AMT                PIC S9(15)V9(02)
                                               COMP-3.
           05  FLK-POL-FOUND-SW                PIC X(01).
               88  FLK-POL-FOUND               VALUE 'Y'.
           05  FLK-PREV-SUM-TYP                PIC X(01).
           05  FLK-PREV-SUM-KEY                PIC X(10).
           05  FLK-KEY-CNT                     PIC S9(09) BINARY.
           05  FLK-KEY-AMT                     PIC S9(15)V9(02)
                                               COMP-3.
           05  FLK-TYP-CNT                     PIC S9(09) BINARY.
           05  FLK-TYP-KEYS                    PIC S9(09) BINARY.
           05  FLK-TYP-AMT                     PIC S9(15)V9(02)
                                               COMP-3.
           05  FLK-SHR-PCT                     PIC S9(03)V9(01)
                                               COMP-3.

      *  NAME AND ADDRESS OF THE CURRENT POLICY'S OWNER AND PAYER, IN
      *  THE FLKCADR LAYOUT
       01  FLK-OWNR-ADDR                       PIC X(203).
       01  FLK-PAYR-ADDR                       PIC X(203).

      *  EXTERNAL (YYYY-MM-DD) DATE PULLED APART FOR COMPARISON WITH
      *  THE PARM DATES
       01  FLK-EXT-DT.
           05  FLK-EXT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  FLK-EXT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  FLK-EXT-DD                      PIC X(02).

       01  FLK-DATE-WORK.
           05  FLK-DW-DATE                     PIC 9(08).
           05  FLK-DW-DATE-R REDEFINES FLK-DW-DATE.
               10  FLK-DW-YYYY                 PIC 9(04).
               10  FLK-DW-MM                   PIC 9(02).
               10  FLK-DW-DD                   PIC 9(02).

       01  FLK-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-RPT-HDG-TXT                 PIC X(54).
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  FLK-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(13)
               VALUE '  CAPTURED:  '.
           05  FLK-RPT-HDG-FROM-DT             PIC 9(08).
           05  FILLER                          PIC X(04)
               VALUE ' TO '.
           05  FLK-RPT-HDG-TO-DT               PIC 9(08).
           05  FILLER                          PIC X(26).

       01  FLK-REG-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(60) VALUE
               'POLICY      RECEIVED    CH  USER      PLAN        AGENT 
      -        '    '.
           05  FILLER                          PIC X(64) VALUE
               'BRANCH       ZPAY PAID  PREMIUMS PAID    REFUND DUE'.
           05  FILLER                          PIC X(07).

       01  FLK-REG-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-REG-POL-ID                  PIC X(10).
           05  FILLER                          PIC X(02).
           05  FLK-REG-RQST-DT                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  FLK-REG-CHNL-CD                 PIC X(02).
           05  FILLER                          PIC X(02).
           05  FLK-REG-USER-ID                 PIC X(08).
           05  FILLER                          PIC X(02).
           05  FLK-REG-PLAN-ID                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  FLK-REG-AGT-ID                  PIC X(10).
           05  FILLER                          PIC X(02).
           05  FLK-REG-BR-ID                   PIC X(05).
           05  FLK-REG-AMT-AREA.
               10  FLK-REG-ZPAY-AMT            PIC Z(12)9.9(02)-.
               10  FLK-REG-PREM-AMT            PIC Z(12)9.9(02)-.
               10  FLK-REG-RFND-AMT            PIC Z(12)9.9(02)-.
           05  FLK-REG-EXCP-R REDEFINES FLK-REG-AMT-AREA.
               10  FILLER                      PIC X(03).
               10  FLK-REG-EXCP-TXT            PIC X(48).
           05  FILLER                          PIC X(03).

       01  FLK-SUM-SEC-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(04) VALUE '*** '.
           05  FLK-SUM-SEC-TXT                 PIC X(40).
           05  FILLER                          PIC X(87).

       01  FLK-SUM-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-SUM-COL-KEY                 PIC X(10).
           05  FILLER                          PIC X(60) VALUE
               '   CANCELLATIONS   SHARE %        REFUND DUE'.
           05  FILLER                          PIC X(61).

       01  FLK-SUM-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-SUM-KEY                     PIC X(10).
           05  FILLER                          PIC X(05).
           05  FLK-SUM-CNT                     PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(08).
           05  FLK-SUM-PCT                     PIC ZZ9.9.
           05  FILLER                          PIC X(01).
           05  FLK-SUM-AMT                     PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(78).

       01  FLK-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-RPT-CNT-TXT                 PIC X(35).
           05  FLK-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).

       01  FLK-RPT-AMT-LINE.
           05  FILLER                          PIC X(01).
           05  FLK-RPT-AMT-TXT                 PIC X(29).
           05  FLK-RPT-AMT-NUM                 PIC Z(12)9.9(02)-.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT FLKSORT-FILE
               ON ASCENDING KEY FLK-SRT-SUM-TYP
                                FLK-SRT-SUM-KEY
               INPUT  PROCEDURE IS 2000-PROCESS-REQUESTS
                               THRU 2000-PROCESS-REQUESTS-X
               OUTPUT PROCEDURE IS 5000-SUMMARIZE
                               THRU 5000-SUMMARIZE-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO FLK-RQST-READ-CNT.
           MOVE ZERO                 TO FLK-ZPAY-READ-CNT.
           MOVE ZERO                 TO FLK-PREM-READ-CNT.
           MOVE ZERO                 TO FLK-SEL-CNT.
           MOVE ZERO                 TO FLK-SKIP-CNT.
           MOVE ZERO                 TO FLK-CNCL-CNT.
           MOVE ZERO                 TO FLK-EXCP-CNT.
           MOVE ZERO                 TO FLK-NOPOL-CNT.
           MOVE ZERO                 TO FLK-LATE-CNT.
           MOVE ZERO                 TO FLK-NOOWNR-CNT.
           MOVE ZERO                 TO FLK-ZPAY-TOT-AMT.
           MOVE ZERO                 TO FLK-PREM-TOT-AMT.
           MOVE ZERO                 TO FLK-RFND-TOT-AMT.

           MOVE SPACES               TO FLK-PARM-REC.
           OPEN INPUT  FLKPARM-FILE.
           READ FLKPARM-FILE.
           CLOSE FLKPARM-FILE.

           MOVE FLK-PARM-RUN-DT      TO FLK-RUN-DT.
           IF  FLK-RUN-DT NOT NUMERIC
           OR  FLK-RUN-DT = ZERO
               ACCEPT FLK-RUN-DT FROM DATE YYYYMMDD
           END-IF.
           MOVE FLK-PARM-FROM-DT     TO FLK-FROM-DT.
           IF  FLK-FROM-DT NOT NUMERIC
           OR  FLK-FROM-DT = ZERO
           OR  FLK-FROM-DT > FLK-RUN-DT
               MOVE FLK-RUN-DT       TO FLK-FROM-DT
           END-IF.
           MOVE FLK-PARM-OVRD-IND    TO FLK-OVRD-IND.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

           MOVE FLK-RUN-DT           TO FLK-RPT-HDG-DT.
           MOVE FLK-FROM-DT          TO FLK-RPT-HDG-FROM-DT.
           MOVE FLK-RUN-DT           TO FLK-RPT-HDG-TO-DT.
           MOVE 'CSBM9544  FREE-LOOK CANCELLATION REGISTER'
                                     TO FLK-RPT-HDG-TXT.

      *  A SECOND RUN FOR THE SAME DATE, OR A CAPTURE WINDOW REACHING
      *  BACK INTO ONE ALREADY PROCESSED, WOULD PICK THE SAME REQUESTS
      *  UP AGAIN AND REFUND THEM TWICE - STOP BEFORE ANY OUTPUT
           IF  FLK-PRIOR-RUN-FOUND
           AND NOT FLK-OVRD-RQSTD
               OPEN OUTPUT FLKREG-FILE
               WRITE FLK-REG-REC FROM FLK-RPT-HDG-LINE
               MOVE SPACES           TO FLK-REG-REC
               WRITE FLK-REG-REC
               MOVE ' *** ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUI
      -             'RED'            TO FLK-REG-REC
               WRITE FLK-REG-REC
               CLOSE FLKREG-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           IF  FLK-FROM-DT NOT > FLK-LAST-RUN-DT
           AND NOT FLK-OVRD-RQSTD
               OPEN OUTPUT FLKREG-FILE
               WRITE FLK-REG-REC FROM FLK-RPT-HDG-LINE
               MOVE SPACES           TO FLK-REG-REC
               WRITE FLK-REG-REC
               MOVE ' *** FIRST CAPTURE DATE NOT AFTER LAST COMPLETED RU
      -             'N - OVERRIDE REQUIRED'
                                     TO FLK-REG-REC
               WRITE FLK-REG-REC
               CLOSE FLKREG-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FLKREG-FILE
                       FLKEXT-FILE
                       FLKSUM-FILE.

           WRITE FLK-REG-REC FROM FLK-RPT-HDG-LINE.
           MOVE SPACES               TO FLK-REG-REC.
           WRITE FLK-REG-REC.

           IF  FLK-PRIOR-RUN-FOUND
               MOVE ' *** RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO FLK-REG-REC
               WRITE FLK-REG-REC
               MOVE SPACES           TO FLK-REG-REC
               WRITE FLK-REG-REC
           ELSE
               IF  FLK-FROM-DT NOT > FLK-LAST-RUN-DT
                   MOVE ' *** CAPTURE WINDOW OVERLAPPING LAST COMPLETED 
      -                 'RUN TAKEN ON OVERRIDE'
                                     TO FLK-REG-REC
                   WRITE FLK-REG-REC
                   MOVE SPACES       TO FLK-REG-REC
                   WRITE FLK-REG-REC
               END-IF
           END-IF.

           WRITE FLK-REG-REC FROM FLK-REG-COL-LINE.

           MOVE 'CSBM9544  FREE-LOOK CANCELLATION COMPLIANCE SUMMARY'
                                     TO FLK-RPT-HDG-TXT.
           WRITE FLK-SUM-REC FROM FLK-RPT-HDG-LINE.

       1000-INITIALIZE-X.
           EXIT.
      /
      *-----------------------
       1500-CHECK-PRIOR-RUN.
      *-----------------------
      *
      *  LOOK FOR A COMPLETED RUN OF THIS JOB FOR THE SAME RUN DATE
      *  ON THE RUN-CONTROL LEDGER, AND NOTE THE LATEST RUN DATE ANY
      *  COMPLETED RUN WAS POSTED UNDER.  NO LEDGER YET MEANS NO
      *  PRIOR RUN
      *
           MOVE SPACE                TO FLK-PRIOR-RUN-SW.
           MOVE ZERO                 TO FLK-LAST-RUN-DT.

           OPEN INPUT  FLKLEDG-FILE.
           IF  FLK-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL FLK-LDG-STAT NOT = '00'.

           CLOSE FLKLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ FLKLEDG-FILE.

           IF  FLK-LDG-STAT = '00'
           AND FLK-LDG-JOB-ID  = 'CSBM9544'
           AND FLK-LDG-STAT-CD = 'C'
               IF  FLK-LDG-RUN-DT = FLK-RUN-DT
                   SET FLK-PRIOR-RUN-FOUND TO TRUE
               END-IF
               IF  FLK-LDG-RUN-DT > FLK-LAST-RUN-DT
                   MOVE FLK-LDG-RUN-DT TO FLK-LAST-RUN-DT
               END-IF
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *--------------------------
       2000-PROCESS-REQUESTS.
      *--------------------------
      *
      *  THE REQUEST UNLOAD DRIVES; THE OTHER UNLOADS RIDE ALONGSIDE
      *  IN THE SAME POL-ID SEQUENCE.  ZFLK HOLDS ONE REQUEST PER
      *  POLICY
      *
           OPEN INPUT  FLKRQST-FILE
                       FLKPOL-FILE
                       FLKZPAY-FILE
                       FLKPREM-FILE
                       FLKCADR-FILE.

           READ FLKPOL-FILE.
           PERFORM  2510-READ-ZPAY
               THRU 2510-READ-ZPAY-X.
           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X.
           READ FLKCADR-FILE.

           PERFORM  2100-READ-REQUEST
               THRU 2100-READ-REQUEST-X.

           PERFORM  2200-PROCESS-ONE-REQUEST
               THRU 2200-PROCESS-ONE-REQUEST-X
                   UNTIL FLK-RQST-EOF.

      *  READ OUT THE REST OF ZPAY AND PREMIUMS SO THEIR COUNTS COVER
      *  THE WHOLE FILE
           PERFORM  2510-READ-ZPAY
               THRU 2510-READ-ZPAY-X
                   UNTIL FLK-ZPAY-EOF.
           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X
                   UNTIL FLK-PREM-EOF.

           CLOSE FLKRQST-FILE
                 FLKPOL-FILE
                 FLKZPAY-FILE
                 FLKPREM-FILE
                 FLKCADR-FILE.

       2000-PROCESS-REQUESTS-X.
           EXIT.
      /
      *--------------------
       2100-READ-REQUEST.
      *--------------------

           READ FLKRQST-FILE.

           IF  NOT FLK-RQST-EOF
               ADD +1                TO FLK-RQST-READ-CNT
           END-IF.

       2100-READ-REQUEST-X.
           EXIT.
      /
      *---------------------------
       2200-PROCESS-ONE-REQUEST.
      *---------------------------

      *  PENDING REQUESTS CAPTURED IN THE RUN WINDOW ONLY
           MOVE ZERO                 TO FLK-CAPT-DT.
           MOVE FLK-RQST-CAPT-DT     TO FLK-EXT-DT.
           IF  FLK-EXT-YYYY NUMERIC
           AND FLK-EXT-MM   NUMERIC
           AND FLK-EXT-DD   NUMERIC
               MOVE FLK-EXT-YYYY     TO FLK-DW-YYYY
               MOVE FLK-EXT-MM       TO FLK-DW-MM
               MOVE FLK-EXT-DD       TO FLK-DW-DD
               MOVE FLK-DW-DATE      TO FLK-CAPT-DT
           END-IF.

           IF  NOT FLK-RQST-STAT-PEND
           OR  FLK-CAPT-DT < FLK-FROM-DT
           OR  FLK-CAPT-DT > FLK-RUN-DT
               ADD +1                TO FLK-SKIP-CNT
               GO TO 2200-PROCESS-ONE-REQUEST-NEXT
           END-IF.

           ADD +1                    TO FLK-SEL-CNT.

           MOVE SPACES               TO FLK-REG-DTL-LINE.
           MOVE FLK-RQST-POL-ID      TO FLK-REG-POL-ID.
           MOVE FLK-RQST-DT          TO FLK-REG-RQST-DT.
           MOVE FLK-RQST-CHNL-CD     TO FLK-REG-CHNL-CD.
           MOVE FLK-RQST-USER-ID     TO FLK-REG-USER-ID.

           PERFORM  2300-MATCH-POLICY
               THRU 2300-MATCH-POLICY-X.

           IF  NOT FLK-POL-FOUND
               ADD +1                TO FLK-NOPOL-CNT
               ADD +1                TO FLK-EXCP-CNT
               MOVE '*** POLICY NOT ON THE POLICY UNLOAD'
                                     TO FLK-REG-EXCP-TXT
               WRITE FLK-REG-REC FROM FLK-REG-DTL-LINE
               GO TO 2200-PROCESS-ONE-REQUEST-NEXT
           END-IF.

           MOVE FLK-POL-PLAN-ID      TO FLK-REG-PLAN-ID.
           MOVE FLK-POL-SERV-AGT-ID  TO FLK-REG-AGT-ID.
           MOVE FLK-POL-SERV-BR-ID   TO FLK-REG-BR-ID.

      *  THE ONLINE CAPTURE ALREADY REFUSES LATE REQUESTS; A REQUEST
      *  FOUND LATE HERE HAS BEEN ALTERED SINCE AND IS NOT REFUNDED
           IF  FLK-RQST-DT > FLK-RQST-FREE-LK-END-DT
               ADD +1                TO FLK-LATE-CNT
               ADD +1                TO FLK-EXCP-CNT
               MOVE '*** RECEIVED AFTER FREE-LOOK END DATE'
                                     TO FLK-REG-EXCP-TXT
               WRITE FLK-REG-REC FROM FLK-REG-DTL-LINE
               GO TO 2200-PROCESS-ONE-REQUEST-NEXT
           END-IF.

           PERFORM  2400-MATCH-ADDRESS
               THRU 2400-MATCH-ADDRESS-X.

           PERFORM  2500-SUM-ZPAY
               THRU 2500-SUM-ZPAY-X.

           PERFORM  2600-SUM-PREMIUMS
               THRU 2600-SUM-PREMIUMS-X.

      *  A FREE-LOOK CANCELLATION RETURNS EVERYTHING THE CLIENT PAID
           COMPUTE FLK-RFND-AMT = FLK-ZPAY-AMT + FLK-PREM-AMT.

           ADD +1                    TO FLK-CNCL-CNT.
           ADD FLK-ZPAY-AMT          TO FLK-ZPAY-TOT-AMT.
           ADD FLK-PREM-AMT          TO FLK-PREM-TOT-AMT.
           ADD FLK-RFND-AMT          TO FLK-RFND-TOT-AMT.

           MOVE FLK-ZPAY-AMT         TO FLK-REG-ZPAY-AMT.
           MOVE FLK-PREM-AMT         TO FLK-REG-PREM-AMT.
           MOVE FLK-RFND-AMT         TO FLK-REG-RFND-AMT.
           WRITE FLK-REG-REC FROM FLK-REG-DTL-LINE.

           PERFORM  2700-WRITE-EXTRACT
               THRU 2700-WRITE-EXTRACT-X.

           PERFORM  2800-RELEASE-SUMMARY
               THRU 2800-RELEASE-SUMMARY-X.

       2200-PROCESS-ONE-REQUEST-NEXT.

           PERFORM  2100-READ-REQUEST
               THRU 2100-READ-REQUEST-X.

       2200-PROCESS-ONE-REQUEST-X.
           EXIT.
      /
      *--------------------
       2300-MATCH-POLICY.
      *--------------------

           MOVE SPACE                TO FLK-POL-FOUND-SW.

           PERFORM  2310-READ-POLICY
               THRU 2310-READ-POLICY-X
                   UNTIL FLK-POL-EOF
                   OR    FLK-POL-ID NOT < FLK-RQST-POL-ID.

           IF  NOT FLK-POL-EOF
           AND FLK-POL-ID = FLK-RQST-POL-ID
               SET FLK-POL-FOUND     TO TRUE
           END-IF.

       2300-MATCH-POLICY-X.
           EXIT.
      /
      *-------------------
       2310-READ-POLICY.
      *-------------------

           READ FLKPOL-FILE.

       2310-READ-POLICY-X.
           EXIT.
      /
      *----------------------
       2400-MATCH-ADDRESS.
      *----------------------
      *
      *  THE PRIMARY OWNER AND, WHERE THERE IS ONE, THE PAYER; NO
      *  SEPARATE PAYER MEANS THE OWNER PAID
      *
           MOVE SPACES               TO FLK-OWNR-ADDR.
           MOVE SPACES               TO FLK-PAYR-ADDR.

           PERFORM  2410-ADVANCE-ADDRESS
               THRU 2410-ADVANCE-ADDRESS-X
                   UNTIL FLK-CADR-EOF
                   OR    FLK-CADR-POL-ID NOT < FLK-RQST-POL-ID.

           PERFORM  2420-TAKE-ADDRESS
               THRU 2420-TAKE-ADDRESS-X
                   UNTIL FLK-CADR-EOF
                   OR    FLK-CADR-POL-ID NOT = FLK-RQST-POL-ID.

           IF  FLK-OWNR-ADDR = SPACES
               ADD +1                TO FLK-NOOWNR-CNT
           END-IF.

           IF  FLK-PAYR-ADDR = SPACES
               MOVE FLK-OWNR-ADDR    TO FLK-PAYR-ADDR
           END-IF.

       2400-MATCH-ADDRESS-X.
           EXIT.
      /
      *------------------------
       2410-ADVANCE-ADDRESS.
      *------------------------

           READ FLKCADR-FILE.

       2410-ADVANCE-ADDRESS-X.
           EXIT.
      /
      *---------------------
       2420-TAKE-ADDRESS.
      *---------------------

           EVALUATE TRUE
               WHEN FLK-CADR-ROLE-OWNR
                    MOVE FLK-CADR-ADDR TO FLK-OWNR-ADDR
               WHEN FLK-CADR-ROLE-PAYR
                    MOVE FLK-CADR-ADDR TO FLK-PAYR-ADDR
           END-EVALUATE.

           READ FLKCADR-FILE.

       2420-TAKE-ADDRESS-X.
           EXIT.
      /
      *-----------------
       2500-SUM-ZPAY.
      *-----------------
      *
      *  NEW-BUSINESS MONEY TAKEN AND STILL PENDING - THE SAME ROWS
      *  THE INQUIRY TOTALS, SO THE REGISTER AGREES WITH THE SCREEN
      *
           MOVE ZERO                 TO FLK-ZPAY-AMT.
           MOVE ZERO                 TO FLK-ZPAY-CNT.

           PERFORM  2510-READ-ZPAY
               THRU 2510-READ-ZPAY-X
                   UNTIL FLK-ZPAY-EOF
                   OR    FLK-ZPAY-POL-ID NOT < FLK-RQST-POL-ID.

           PERFORM  2520-ADD-ZPAY
               THRU 2520-ADD-ZPAY-X
                   UNTIL FLK-ZPAY-EOF
                   OR    FLK-ZPAY-POL-ID NOT = FLK-RQST-POL-ID.

       2500-SUM-ZPAY-X.
           EXIT.
      /
      *------------------
       2510-READ-ZPAY.
      *------------------

           READ FLKZPAY-FILE.

           IF  NOT FLK-ZPAY-EOF
               ADD +1                TO FLK-ZPAY-READ-CNT
           END-IF.

       2510-READ-ZPAY-X.
           EXIT.
      /
      *-----------------
       2520-ADD-ZPAY.
      *-----------------

           IF  FLK-ZPAY-STAT-PEND
               ADD +1                TO FLK-ZPAY-CNT
               ADD FLK-ZPAY-PMT-TRXN-AMT
                                     TO FLK-ZPAY-AMT
           END-IF.

           PERFORM  2510-READ-ZPAY
               THRU 2510-READ-ZPAY-X.

       2520-ADD-ZPAY-X.
           EXIT.
      /
      *---------------------
       2600-SUM-PREMIUMS.
      *---------------------
      *
      *  PREMIUMS APPLIED TO THE POLICY AND NOT REVERSED
      *
           MOVE ZERO                 TO FLK-PREM-AMT.
           MOVE ZERO                 TO FLK-PREM-CNT.

           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X
                   UNTIL FLK-PREM-EOF
                   OR    FLK-PREM-POL-ID NOT < FLK-RQST-POL-ID.

           PERFORM  2620-ADD-PREM
               THRU 2620-ADD-PREM-X
                   UNTIL FLK-PREM-EOF
                   OR    FLK-PREM-POL-ID NOT = FLK-RQST-POL-ID.

       2600-SUM-PREMIUMS-X.
           EXIT.
      /
      *------------------
       2610-READ-PREM.
      *------------------

           READ FLKPREM-FILE.

           IF  NOT FLK-PREM-EOF
               ADD +1                TO FLK-PREM-READ-CNT
           END-IF.

       2610-READ-PREM-X.
           EXIT.
      /
      *-----------------
       2620-ADD-PREM.
      *-----------------

           IF  NOT FLK-PREM-STAT-REVRS
               ADD +1                TO FLK-PREM-CNT
               ADD FLK-PREM-TRXN-AMT TO FLK-PREM-AMT
           END-IF.

           PERFORM  2610-READ-PREM
               THRU 2610-READ-PREM-X.

       2620-ADD-PREM-X.
           EXIT.
      /
      *----------------------
       2700-WRITE-EXTRACT.
      *----------------------

           MOVE SPACES               TO FLK-EXT-REC.
           MOVE FLK-RQST-POL-ID      TO FLK-EXT-POL-ID.
           MOVE FLK-RQST-DT          TO FLK-EXT-RQST-DT.
           MOVE FLK-RQST-CHNL-CD     TO FLK-EXT-RQST-CHNL-CD.
           MOVE FLK-RQST-USER-ID     TO FLK-EXT-RQST-USER-ID.
           MOVE FLK-RQST-CAPT-DT     TO FLK-EXT-CAPT-DT.
           MOVE FLK-POL-PLAN-ID      TO FLK-EXT-PLAN-ID.
           MOVE FLK-POL-SERV-AGT-ID  TO FLK-EXT-SERV-AGT-ID.
           MOVE FLK-POL-SERV-BR-ID   TO FLK-EXT-SERV-BR-ID.
           MOVE FLK-ZPAY-AMT         TO FLK-EXT-ZPAY-AMT.
           MOVE FLK-ZPAY-CNT         TO FLK-EXT-ZPAY-CNT.
           MOVE FLK-PREM-AMT         TO FLK-EXT-PREM-AMT.
           MOVE FLK-PREM-CNT         TO FLK-EXT-PREM-CNT.
           MOVE FLK-RFND-AMT         TO FLK-EXT-RFND-AMT.
           MOVE FLK-PAYR-ADDR        TO FLK-EXT-PAYR-ADDR.
           MOVE FLK-OWNR-ADDR        TO FLK-EXT-OWNR-ADDR.
           WRITE FLK-EXT-REC.

       2700-WRITE-EXTRACT-X.
           EXIT.
      /
      *------------------------
       2800-RELEASE-SUMMARY.
      *------------------------

           MOVE FLK-RFND-AMT         TO FLK-SRT-RFND-AMT.

           SET FLK-SRT-SUM-PLAN      TO TRUE.
           MOVE FLK-POL-PLAN-ID      TO FLK-SRT-SUM-KEY.
           RELEASE FLK-SRT-REC.

           SET FLK-SRT-SUM-AGENT     TO TRUE.
           MOVE FLK-POL-SERV-AGT-ID  TO FLK-SRT-SUM-KEY.
           RELEASE FLK-SRT-REC.

           SET FLK-SRT-SUM-BRANCH    TO TRUE.
           MOVE FLK-POL-SERV-BR-ID   TO FLK-SRT-SUM-KEY.
           RELEASE FLK-SRT-REC.

       2800-RELEASE-SUMMARY-X.
           EXIT.
      /
      *------------------
       5000-SUMMARIZE.
      *------------------
      *
      *  ONE SECTION PER VIEW (PLAN, AGENT, BRANCH), ONE LINE PER KEY
      *  WITH ITS SHARE OF THE NIGHT'S CANCELLATIONS
      *
           MOVE SPACES               TO FLK-PREV-SUM-TYP.
           MOVE SPACES               TO FLK-PREV-SUM-KEY.

           PERFORM  5100-RETURN-SUMMARY
               THRU 5100-RETURN-SUMMARY-X.

           IF  FLK-SRT-SUM-TYP = HIGH-VALUES
               MOVE SPACES           TO FLK-SUM-REC
               WRITE FLK-SUM-REC
               MOVE ' NO FREE-LOOK CANCELLATIONS PROCESSED'
                                     TO FLK-SUM-REC
               WRITE FLK-SUM-REC
               GO TO 5000-SUMMARIZE-X
           END-IF.

           PERFORM  5200-TALLY-SUMMARY
               THRU 5200-TALLY-SUMMARY-X
                   UNTIL FLK-SRT-SUM-TYP = HIGH-VALUES.

           PERFORM  5400-CLOSE-KEY
               THRU 5400-CLOSE-KEY-X.
           PERFORM  5450-CLOSE-SECTION
               THRU 5450-CLOSE-SECTION-X.

       5000-SUMMARIZE-X.
           EXIT.
      /
      *-----------------------
       5100-RETURN-SUMMARY.
      *-----------------------

           RETURN FLKSORT-FILE
               AT END
                   MOVE HIGH-VALUES  TO FLK-SRT-SUM-TYP
           END-RETURN.

       5100-RETURN-SUMMARY-X.
           EXIT.
      /
      *----------------------
       5200-TALLY-SUMMARY.
      *----------------------

           IF  FLK-SRT-SUM-TYP NOT = FLK-PREV-SUM-TYP
               IF  FLK-PREV-SUM-TYP NOT = SPACES
                   PERFORM  5400-CLOSE-KEY
                       THRU 5400-CLOSE-KEY-X
                   PERFORM  5450-CLOSE-SECTION
                       THRU 5450-CLOSE-SECTION-X
               END-IF
               PERFORM  5300-OPEN-SECTION
                   THRU 5300-OPEN-SECTION-X
           ELSE
               IF  FLK-SRT-SUM-KEY NOT = FLK-PREV-SUM-KEY
                   PERFORM  5400-CLOSE-KEY
                       THRU 5400-CLOSE-KEY-X
                   MOVE FLK-SRT-SUM-KEY TO FLK-PREV-SUM-KEY
               END-IF
           END-IF.

           ADD +1                    TO FLK-KEY-CNT.
           ADD FLK-SRT-RFND-AMT      TO FLK-KEY-AMT.

           PERFORM  5100-RETURN-SUMMARY
               THRU 5100-RETURN-SUMMARY-X.

       5200-TALLY-SUMMARY-X.
           EXIT.
      /
      *---------------------
       5300-OPEN-SECTION.
      *---------------------

           MOVE FLK-SRT-SUM-TYP      TO FLK-PREV-SUM-TYP.
           MOVE FLK-SRT-SUM-KEY      TO FLK-PREV-SUM-KEY.
           MOVE ZERO                 TO FLK-KEY-CNT.
           MOVE ZERO                 TO FLK-KEY-AMT.
           MOVE ZERO                 TO FLK-TYP-CNT.
           MOVE ZERO                 TO FLK-TYP-KEYS.
           MOVE ZERO                 TO FLK-TYP-AMT.

           EVALUATE TRUE
               WHEN FLK-SRT-SUM-PLAN
                    MOVE 'CANCELLATIONS BY PLAN'
                                     TO FLK-SUM-SEC-TXT
                    MOVE 'PLAN'      TO FLK-SUM-COL-KEY
               WHEN FLK-SRT-SUM-AGENT
                    MOVE 'CANCELLATIONS BY SERVICING AGENT'
                                     TO FLK-SUM-SEC-TXT
                    MOVE 'AGENT'     TO FLK-SUM-COL-KEY
               WHEN OTHER
                    MOVE 'CANCELLATIONS BY SERVICING BRANCH'
                                     TO FLK-SUM-SEC-TXT
                    MOVE 'BRANCH'    TO FLK-SUM-COL-KEY
           END-EVALUATE.

           MOVE SPACES               TO FLK-SUM-REC.
           WRITE FLK-SUM-REC.
           WRITE FLK-SUM-REC FROM FLK-SUM-SEC-LINE.
           MOVE SPACES               TO FLK-SUM-REC.
           WRITE FLK-SUM-REC.
           WRITE FLK-SUM-REC FROM FLK-SUM-COL-LINE.

       5300-OPEN-SECTION-X.
           EXIT.
      /
      *------------------
       5400-CLOSE-KEY.
      *------------------

           IF  FLK-CNCL-CNT > ZERO
               COMPUTE FLK-SHR-PCT ROUNDED =
                       FLK-KEY-CNT * 100 / FLK-CNCL-CNT
           ELSE
               MOVE ZERO             TO FLK-SHR-PCT
           END-IF.

           MOVE SPACES               TO FLK-SUM-DTL-LINE.
           MOVE FLK-PREV-SUM-KEY     TO FLK-SUM-KEY.
           IF  FLK-PREV-SUM-KEY = SPACES
               MOVE '(NONE)'         TO FLK-SUM-KEY
           END-IF.
           MOVE FLK-KEY-CNT          TO FLK-SUM-CNT.
           MOVE FLK-SHR-PCT          TO FLK-SUM-PCT.
           MOVE FLK-KEY-AMT          TO FLK-SUM-AMT.
           WRITE FLK-SUM-REC FROM FLK-SUM-DTL-LINE.

           ADD +1                    TO FLK-TYP-KEYS.
           ADD FLK-KEY-CNT           TO FLK-TYP-CNT.
           ADD FLK-KEY-AMT           TO FLK-TYP-AMT.
           MOVE ZERO                 TO FLK-KEY-CNT.
           MOVE ZERO                 TO FLK-KEY-AMT.

       5400-CLOSE-KEY-X.
           EXIT.
      /
      *----------------------
       5450-CLOSE-SECTION.
      *----------------------

           MOVE SPACES               TO FLK-SUM-DTL-LINE.
           MOVE '*TOTAL*'            TO FLK-SUM-KEY.
           MOVE FLK-TYP-CNT          TO FLK-SUM-CNT.
           MOVE 100                  TO FLK-SUM-PCT.
           MOVE FLK-TYP-AMT          TO FLK-SUM-AMT.
           WRITE FLK-SUM-REC FROM FLK-SUM-DTL-LINE.

       5450-CLOSE-SECTION-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO FLK-REG-REC.
           WRITE FLK-REG-REC.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE 'REQUESTS READ'      TO FLK-RPT-CNT-TXT.
           MOVE FLK-RQST-READ-CNT    TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE '  NOT PENDING OR OUTSIDE WINDOW'
                                     TO FLK-RPT-CNT-TXT.
           MOVE FLK-SKIP-CNT         TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE 'REQUESTS PICKED UP' TO FLK-RPT-CNT-TXT.
           MOVE FLK-SEL-CNT          TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE 'CANCELLATIONS PROCESSED'
                                     TO FLK-RPT-CNT-TXT.
           MOVE FLK-CNCL-CNT         TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE 'EXCEPTIONS'         TO FLK-RPT-CNT-TXT.
           MOVE FLK-EXCP-CNT         TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE '  POLICY NOT ON UNLOAD'
                                     TO FLK-RPT-CNT-TXT.
           MOVE FLK-NOPOL-CNT        TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE '  RECEIVED AFTER FREE-LOOK END'
                                     TO FLK-RPT-CNT-TXT.
           MOVE FLK-LATE-CNT         TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-CNT-LINE.
           MOVE 'NO PRIMARY OWNER ADDRESS'
                                     TO FLK-RPT-CNT-TXT.
           MOVE FLK-NOOWNR-CNT       TO FLK-RPT-CNT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-CNT-LINE.

           MOVE SPACES               TO FLK-RPT-AMT-LINE.
           MOVE 'ZPAY PAYMENTS REFUNDED'
                                     TO FLK-RPT-AMT-TXT.
           MOVE FLK-ZPAY-TOT-AMT     TO FLK-RPT-AMT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-AMT-LINE.

           MOVE SPACES               TO FLK-RPT-AMT-LINE.
           MOVE 'PREMIUMS REFUNDED'  TO FLK-RPT-AMT-TXT.
           MOVE FLK-PREM-TOT-AMT     TO FLK-RPT-AMT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-AMT-LINE.

           MOVE SPACES               TO FLK-RPT-AMT-LINE.
           MOVE 'TOTAL REFUND DUE'   TO FLK-RPT-AMT-TXT.
           MOVE FLK-RFND-TOT-AMT     TO FLK-RPT-AMT-NUM.
           WRITE FLK-REG-REC FROM FLK-RPT-AMT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE FLKREG-FILE
                 FLKEXT-FILE
                 FLKSUM-FILE.

       9000-FINALIZE-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE FLK-LDG-REC.
           MOVE 'CSBM9544'           TO FLK-LDG-JOB-ID.
           MOVE FLK-RUN-DT           TO FLK-LDG-RUN-DT.
           ACCEPT FLK-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT FLK-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO FLK-LDG-STAT-CD.
           MOVE FLK-OVRD-IND         TO FLK-LDG-OVRD-IND.

           MOVE 'FLKRQST'            TO FLK-LDG-CTL-ID (1).
           MOVE FLK-RQST-READ-CNT    TO FLK-LDG-CTL-CNT (1).

           MOVE 'SELECTED'           TO FLK-LDG-CTL-ID (2).
           MOVE FLK-SEL-CNT          TO FLK-LDG-CTL-CNT (2).

           MOVE 'FLKEXT'             TO FLK-LDG-CTL-ID (3).
           MOVE FLK-CNCL-CNT         TO FLK-LDG-CTL-CNT (3).
           MOVE FLK-RFND-TOT-AMT     TO FLK-LDG-CTL-HASH (3).

           MOVE 'EXCEPT'             TO FLK-LDG-CTL-ID (4).
           MOVE FLK-EXCP-CNT         TO FLK-LDG-CTL-CNT (4).

           MOVE 'FLKZPAY'            TO FLK-LDG-CTL-ID (5).
           MOVE FLK-ZPAY-READ-CNT    TO FLK-LDG-CTL-CNT (5).
           MOVE FLK-ZPAY-TOT-AMT     TO FLK-LDG-CTL-HASH (5).

           MOVE 'FLKPREM'            TO FLK-LDG-CTL-ID (6).
           MOVE FLK-PREM-READ-CNT    TO FLK-LDG-CTL-CNT (6).
           MOVE FLK-PREM-TOT-AMT     TO FLK-LDG-CTL-HASH (6).

           OPEN EXTEND FLKLEDG-FILE.
           WRITE FLK-LDG-REC.
           CLOSE FLKLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9544                     **
      *****************************************************************
