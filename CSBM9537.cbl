      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9537.

       COPY XCWWCRHT.

      *****************************************************************
      *  DAILY MAINTENANCE CHANGE JOURNAL REPORT.                     *
      *                                                               *
      *  THE ONLINE INQUIRY'S MAINTENANCE FUNCTIONS (ACKNOWLEDGEMENT  *
      *  RECEIPT UPDATE, PREMIUM-OFFER RESPONSE, FREE-LOOK            *
      *  CANCELLATION CAPTURE) JOURNAL EVERY CHANGE WITH ITS BEFORE   *
      *  AND AFTER IMAGES, AND A SUPERVISOR-APPROVED SAME-DAY         *
      *  REVERSAL JOURNALS ITSELF AND STAMPS THE ENTRY IT BACKED      *
      *  OUT.  THIS JOB LISTS ONE PROCESS DAY OF THE JOURNAL          *
      *  BY USER AND TIME SO OPERATIONS CAN REVIEW WHO CHANGED WHAT,  *
      *  WHAT WAS REVERSED, WHY, AND ON WHOSE AUTHORITY.              *
      *                                                               *
      *  PARM:   JRNPARM - RUN DATE (ZERO/BLANK = TODAY)              *
      *  INPUT:  JRNLIN  - CHANGE JOURNAL UNLOAD                      *
      *  OUTPUT: JRNRPT  - JOURNAL REPORT BY USER                     *
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

           SELECT JRNPARM-FILE   ASSIGN TO JRNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS JRN-PARM-STAT.

           SELECT JRNLIN-FILE    ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS JRN-IN-STAT.

           SELECT JRNRPT-FILE    ASSIGN TO JRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS JRN-RPT-STAT.

           SELECT JRNLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS JRN-LDG-STAT.

           SELECT JRNSORT-FILE   ASSIGN TO SORTWK01.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  JRNPARM-FILE
           RECORDING MODE IS F.
       01  JRN-PARM-REC.
           05  JRN-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  JRNLIN-FILE
           RECORDING MODE IS F.
       01  JRN-IN-REC.
           05  JRN-IN-DT                       PIC X(10).
           05  JRN-IN-TIME                     PIC X(08).
           05  JRN-IN-POL-ID                   PIC X(10).
           05  JRN-IN-USER-ID                  PIC X(08).
           05  JRN-IN-TERM-ID                  PIC X(04).
           05  JRN-IN-BUS-FCN-ID               PIC X(04).
           05  JRN-IN-CHNG-TYP-CD              PIC X(01).
           05  JRN-IN-MKT-CAMPGN-CD            PIC X(10).
           05  JRN-IN-OFFR-SEG-CD              PIC X(10).
           05  JRN-IN-BFR-IMAGE                PIC X(30).
           05  JRN-IN-AFT-IMAGE                PIC X(30).
           05  JRN-IN-REVRS-IND                PIC X(01).
           05  JRN-IN-REVRS-RSN-CD             PIC X(02).
           05  JRN-IN-SUPV-USER-ID             PIC X(08).
           05  JRN-IN-REVRS-TIME               PIC X(08).
           05  FILLER                          PIC X(16).

       FD  JRNRPT-FILE
           RECORDING MODE IS F.
       01  JRN-RPT-REC                         PIC X(132).

       FD  JRNLEDG-FILE
           RECORDING MODE IS F.
       01  JRN-LDG-REC.
           05  JRN-LDG-JOB-ID                  PIC X(08).
           05  JRN-LDG-RUN-DT                  PIC 9(08).
           05  JRN-LDG-STEP-NO                 PIC 9(02).
           05  JRN-LDG-PROC-DT                 PIC X(10).
           05  JRN-LDG-WRIT-DT                 PIC 9(08).
           05  JRN-LDG-WRIT-TIME               PIC 9(08).
           05  JRN-LDG-STAT-CD                 PIC X(01).
           05  JRN-LDG-OVRD-IND                PIC X(01).
           05  JRN-LDG-CTL-T OCCURS 8.
               10  JRN-LDG-CTL-ID              PIC X(08).
               10  JRN-LDG-CTL-CNT             PIC 9(09).
               10  JRN-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  JRNSORT-FILE.
       01  JRN-SRT-REC.
           05  JRN-SRT-USER-ID                 PIC X(08).
           05  JRN-SRT-TIME                    PIC X(08).
           05  JRN-SRT-POL-ID                  PIC X(10).
           05  JRN-SRT-TERM-ID                 PIC X(04).
           05  JRN-SRT-BUS-FCN-ID              PIC X(04).
           05  JRN-SRT-CHNG-TYP-CD             PIC X(01).
               88  JRN-SRT-CHNG-ACK            VALUE 'A'.
               88  JRN-SRT-CHNG-POF            VALUE 'P'.
               88  JRN-SRT-CHNG-FLK            VALUE 'F'.
           05  JRN-SRT-MKT-CAMPGN-CD           PIC X(10).
           05  JRN-SRT-OFFR-SEG-CD             PIC X(10).
           05  JRN-SRT-BFR-IMAGE               PIC X(30).
           05  JRN-SRT-AFT-IMAGE               PIC X(30).
           05  JRN-SRT-REVRS-IND               PIC X(01).
               88  JRN-SRT-REVRS-NONE          VALUE 'N'.
               88  JRN-SRT-REVERSED            VALUE 'Y'.
               88  JRN-SRT-REVRS-ENTRY         VALUE 'R'.
           05  JRN-SRT-REVRS-RSN-CD            PIC X(02).
           05  JRN-SRT-SUPV-USER-ID            PIC X(08).
           05  JRN-SRT-REVRS-TIME              PIC X(08).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9537'.

       01  JRN-WORKING-STORAGE.
           05  JRN-PARM-STAT                   PIC X(02).
           05  JRN-IN-STAT                     PIC X(02).
               88  JRN-IN-EOF                  VALUE '10'.
           05  JRN-RPT-STAT                    PIC X(02).
           05  JRN-LDG-STAT                    PIC X(02).
           05  JRN-RUN-DT                      PIC 9(08).
           05  JRN-ENTRY-DT                    PIC 9(08).
           05  JRN-READ-CNT                    PIC S9(09) BINARY.
           05  JRN-SEL-CNT                     PIC S9(09) BINARY.
           05  JRN-ACK-CNT                     PIC S9(09) BINARY.
           05  JRN-POF-CNT                     PIC S9(09) BINARY.
           05  JRN-FLK-CNT                     PIC S9(09) BINARY.
           05  JRN-REVRS-ENTRY-CNT             PIC S9(09) BINARY.
           05  JRN-REVERSED-CNT                PIC S9(09) BINARY.
           05  JRN-USER-CNT                    PIC S9(09) BINARY.
           05  JRN-USER-CHNG-CNT               PIC S9(09) BINARY.
           05  JRN-USER-REVRS-CNT              PIC S9(09) BINARY.
           05  JRN-PREV-USER-ID                PIC X(08).

      *  EXTERNAL (YYYY-MM-DD) JOURNAL DATE PULLED APART FOR
      *  COMPARISON WITH THE RUN DATE
       01  JRN-EXT-DT.
           05  JRN-EXT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  JRN-EXT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  JRN-EXT-DD                      PIC X(02).

       01  JRN-DATE-WORK.
           05  JRN-DW-DATE                     PIC 9(08).
           05  JRN-DW-DATE-R REDEFINES JRN-DW-DATE.
               10  JRN-DW-YYYY                 PIC 9(04).
               10  JRN-DW-MM                   PIC 9(02).
               10  JRN-DW-DD                   PIC 9(02).

      *  THE BEFORE/AFTER IMAGES CARRY THE FIELDS OF WHICHEVER RECORD
      *  THE CHANGE TOUCHED - ONE VIEW PER CHANGE TYPE
       01  JRN-IMG-WORK                        PIC X(30).
       01  JRN-IMG-ACK-R REDEFINES JRN-IMG-WORK.
           05  JRN-IMG-ACK-RECV-DT             PIC X(10).
           05  JRN-IMG-ACK-EXT-IND             PIC X(01).
           05  FILLER                          PIC X(19).
       01  JRN-IMG-POF-R REDEFINES JRN-IMG-WORK.
           05  JRN-IMG-POF-RESP-CD             PIC X(01).
           05  JRN-IMG-POF-RESP-DT             PIC X(10).
           05  JRN-IMG-POF-USER-ID             PIC X(08).
           05  FILLER                          PIC X(11).
      *  A FREE-LOOK CAPTURE'S TERMINAL IS THE ENTRY'S OWN TERM COLUMN
       01  JRN-IMG-FLK-R REDEFINES JRN-IMG-WORK.
           05  JRN-IMG-FLK-RQST-DT             PIC X(10).
           05  JRN-IMG-FLK-CHNL-CD             PIC X(02).
           05  JRN-IMG-FLK-USER-ID             PIC X(08).
           05  JRN-IMG-FLK-TERM-ID             PIC X(04).
           05  FILLER                          PIC X(06).

       01  JRN-IMG-ACK-TXT.
           05  FILLER                          PIC X(03) VALUE 'DT '.
           05  JRN-TXT-ACK-RECV-DT             PIC X(10).
           05  FILLER                          PIC X(05) VALUE ' EXT '.
           05  JRN-TXT-ACK-EXT-IND             PIC X(01).
           05  FILLER                          PIC X(07) VALUE SPACES.

       01  JRN-IMG-POF-TXT.
           05  FILLER                          PIC X(05) VALUE 'RESP '.
           05  JRN-TXT-POF-RESP-CD             PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  JRN-TXT-POF-RESP-DT             PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  JRN-TXT-POF-USER-ID             PIC X(08).

       01  JRN-IMG-FLK-TXT.
           05  FILLER                          PIC X(03) VALUE 'RQ '.
           05  JRN-TXT-FLK-RQST-DT             PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  JRN-TXT-FLK-CHNL-CD             PIC X(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  JRN-TXT-FLK-USER-ID             PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.

       01  JRN-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(46)
               VALUE 'CSBM9537  MAINTENANCE CHANGE JOURNAL          '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  JRN-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(67).

       01  JRN-RPT-USER-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(06)
               VALUE 'USER: '.
           05  JRN-RPT-USER-ID                 PIC X(08).
           05  FILLER                          PIC X(117).

       01  JRN-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(126) VALUE
               'TIME      POLICY      TERM  FCN   TYP  BEFORE           
      -        '           AFTER                       REVERSAL  RSN SUP
      -        'V     REF TIME'.
           05  FILLER                          PIC X(05).

       01  JRN-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  JRN-RPT-DTL-TIME                PIC X(08).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-TERM-ID             PIC X(04).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-BUS-FCN-ID          PIC X(04).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-TYP                 PIC X(03).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-BFR                 PIC X(26).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-AFT                 PIC X(26).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-REVRS               PIC X(08).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-RSN-CD              PIC X(02).
           05  FILLER                          PIC X(02).
           05  JRN-RPT-DTL-SUPV                PIC X(08).
           05  FILLER                          PIC X(01).
           05  JRN-RPT-DTL-REF-TIME            PIC X(08).
           05  FILLER                          PIC X(01).

       01  JRN-RPT-OFFR-LINE.
           05  FILLER                          PIC X(33).
           05  FILLER                          PIC X(15)
               VALUE 'OFFER CAMPAIGN '.
           05  JRN-RPT-OFFR-CAMPGN-CD          PIC X(10).
           05  FILLER                          PIC X(09)
               VALUE ' SEGMENT '.
           05  JRN-RPT-OFFR-SEG-CD             PIC X(10).
           05  FILLER                          PIC X(55).

       01  JRN-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  JRN-RPT-CNT-TXT                 PIC X(35).
           05  JRN-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT JRNSORT-FILE
               ON ASCENDING KEY JRN-SRT-USER-ID
                                JRN-SRT-TIME
                                JRN-SRT-POL-ID
               INPUT  PROCEDURE IS 2000-SELECT-ENTRIES
                               THRU 2000-SELECT-ENTRIES-X
               OUTPUT PROCEDURE IS 5000-REPORT-ENTRIES
                               THRU 5000-REPORT-ENTRIES-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO JRN-READ-CNT.
           MOVE ZERO                 TO JRN-SEL-CNT.
           MOVE ZERO                 TO JRN-ACK-CNT.
           MOVE ZERO                 TO JRN-POF-CNT.
           MOVE ZERO                 TO JRN-FLK-CNT.
           MOVE ZERO                 TO JRN-REVRS-ENTRY-CNT.
           MOVE ZERO                 TO JRN-REVERSED-CNT.
           MOVE ZERO                 TO JRN-USER-CNT.
           MOVE SPACES               TO JRN-PREV-USER-ID.

           OPEN INPUT  JRNPARM-FILE.
           READ JRNPARM-FILE.
           CLOSE JRNPARM-FILE.

           MOVE JRN-PARM-RUN-DT      TO JRN-RUN-DT.
           IF  JRN-RUN-DT NOT NUMERIC
           OR  JRN-RUN-DT = ZERO
               ACCEPT JRN-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  JRNLIN-FILE.
           OPEN OUTPUT JRNRPT-FILE.

           MOVE JRN-RUN-DT           TO JRN-RPT-HDG-DT.
           WRITE JRN-RPT-REC FROM JRN-RPT-HDG-LINE.
           MOVE SPACES               TO JRN-RPT-REC.
           WRITE JRN-RPT-REC.

       1000-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       2000-SELECT-ENTRIES.
      *------------------------

           PERFORM  2100-READ-ENTRY
               THRU 2100-READ-ENTRY-X.

           PERFORM  2200-RELEASE-ENTRY
               THRU 2200-RELEASE-ENTRY-X
                   UNTIL JRN-IN-EOF.

       2000-SELECT-ENTRIES-X.
           EXIT.
      /
      *-------------------
       2100-READ-ENTRY.
      *-------------------

           READ JRNLIN-FILE.

           IF  NOT JRN-IN-EOF
               ADD +1                TO JRN-READ-CNT
           END-IF.

       2100-READ-ENTRY-X.
           EXIT.
      /
      *----------------------
       2200-RELEASE-ENTRY.
      *----------------------
      *
      *  THE UNLOAD MAY SPAN SEVERAL DAYS - ONLY THE RUN DATE'S
      *  ENTRIES ARE REPORTED.  THE JOURNAL KEY CARRIES THE ONLINE
      *  PROCESS DATE IN EXTERNAL FORM
      *
           MOVE ZERO                 TO JRN-ENTRY-DT.
           MOVE JRN-IN-DT            TO JRN-EXT-DT.
           IF  JRN-EXT-YYYY NUMERIC
           AND JRN-EXT-MM   NUMERIC
           AND JRN-EXT-DD   NUMERIC
               MOVE JRN-EXT-YYYY     TO JRN-DW-YYYY
               MOVE JRN-EXT-MM       TO JRN-DW-MM
               MOVE JRN-EXT-DD       TO JRN-DW-DD
               MOVE JRN-DW-DATE      TO JRN-ENTRY-DT
           END-IF.

           IF  JRN-ENTRY-DT = JRN-RUN-DT
               ADD +1                    TO JRN-SEL-CNT
               MOVE JRN-IN-USER-ID       TO JRN-SRT-USER-ID
               MOVE JRN-IN-TIME          TO JRN-SRT-TIME
               MOVE JRN-IN-POL-ID        TO JRN-SRT-POL-ID
               MOVE JRN-IN-TERM-ID       TO JRN-SRT-TERM-ID
               MOVE JRN-IN-BUS-FCN-ID    TO JRN-SRT-BUS-FCN-ID
               MOVE JRN-IN-CHNG-TYP-CD   TO JRN-SRT-CHNG-TYP-CD
               MOVE JRN-IN-MKT-CAMPGN-CD TO JRN-SRT-MKT-CAMPGN-CD
               MOVE JRN-IN-OFFR-SEG-CD   TO JRN-SRT-OFFR-SEG-CD
               MOVE JRN-IN-BFR-IMAGE     TO JRN-SRT-BFR-IMAGE
               MOVE JRN-IN-AFT-IMAGE     TO JRN-SRT-AFT-IMAGE
               MOVE JRN-IN-REVRS-IND     TO JRN-SRT-REVRS-IND
               MOVE JRN-IN-REVRS-RSN-CD  TO JRN-SRT-REVRS-RSN-CD
               MOVE JRN-IN-SUPV-USER-ID  TO JRN-SRT-SUPV-USER-ID
               MOVE JRN-IN-REVRS-TIME    TO JRN-SRT-REVRS-TIME
               RELEASE JRN-SRT-REC
           END-IF.

           PERFORM  2100-READ-ENTRY
               THRU 2100-READ-ENTRY-X.

       2200-RELEASE-ENTRY-X.
           EXIT.
      /
      *---------------------
       5000-REPORT-ENTRIES.
      *---------------------

           PERFORM  5100-RETURN-ENTRY
               THRU 5100-RETURN-ENTRY-X.

           PERFORM  5200-PRINT-ENTRY
               THRU 5200-PRINT-ENTRY-X
                   UNTIL JRN-SRT-USER-ID = HIGH-VALUES.

           IF  JRN-PREV-USER-ID NOT = SPACES
               PERFORM  5400-PRINT-USER-TOTAL
                   THRU 5400-PRINT-USER-TOTAL-X
           END-IF.

       5000-REPORT-ENTRIES-X.
           EXIT.
      /
      *------------------------
       5100-RETURN-ENTRY.
      *------------------------

           RETURN JRNSORT-FILE
               AT END
                   MOVE HIGH-VALUES  TO JRN-SRT-USER-ID
           END-RETURN.

       5100-RETURN-ENTRY-X.
           EXIT.
      /
      *------------------------
       5200-PRINT-ENTRY.
      *------------------------

           IF  JRN-SRT-USER-ID NOT = JRN-PREV-USER-ID
               IF  JRN-PREV-USER-ID NOT = SPACES
                   PERFORM  5400-PRINT-USER-TOTAL
                       THRU 5400-PRINT-USER-TOTAL-X
               END-IF
               MOVE JRN-SRT-USER-ID  TO JRN-PREV-USER-ID
               PERFORM  5300-OPEN-USER-GROUP
                   THRU 5300-OPEN-USER-GROUP-X
           END-IF.

           MOVE SPACES               TO JRN-RPT-DTL-LINE.
           MOVE JRN-SRT-TIME         TO JRN-RPT-DTL-TIME.
           MOVE JRN-SRT-POL-ID       TO JRN-RPT-DTL-POL-ID.
           MOVE JRN-SRT-TERM-ID      TO JRN-RPT-DTL-TERM-ID.
           MOVE JRN-SRT-BUS-FCN-ID   TO JRN-RPT-DTL-BUS-FCN-ID.

           MOVE JRN-SRT-BFR-IMAGE    TO JRN-IMG-WORK.
           PERFORM  5250-FORMAT-IMAGE
               THRU 5250-FORMAT-IMAGE-X.
           MOVE JRN-IMG-WORK         TO JRN-RPT-DTL-BFR.

           MOVE JRN-SRT-AFT-IMAGE    TO JRN-IMG-WORK.
           PERFORM  5250-FORMAT-IMAGE
               THRU 5250-FORMAT-IMAGE-X.
           MOVE JRN-IMG-WORK         TO JRN-RPT-DTL-AFT.

           EVALUATE TRUE
               WHEN JRN-SRT-CHNG-ACK
                    MOVE 'ACK'        TO JRN-RPT-DTL-TYP
                    ADD +1            TO JRN-ACK-CNT
               WHEN JRN-SRT-CHNG-POF
                    MOVE 'POF'        TO JRN-RPT-DTL-TYP
                    ADD +1            TO JRN-POF-CNT
               WHEN JRN-SRT-CHNG-FLK
                    MOVE 'FLK'        TO JRN-RPT-DTL-TYP
                    ADD +1            TO JRN-FLK-CNT
               WHEN OTHER
                    MOVE '???'        TO JRN-RPT-DTL-TYP
           END-EVALUATE.

      *  A REVERSED ENTRY SHOWS WHEN IT WAS BACKED OUT; A REVERSAL
      *  ENTRY SHOWS THE TIME OF THE ENTRY IT BACKED OUT
           EVALUATE TRUE
               WHEN JRN-SRT-REVERSED
                    MOVE 'REVERSED'   TO JRN-RPT-DTL-REVRS
                    ADD +1            TO JRN-REVERSED-CNT
               WHEN JRN-SRT-REVRS-ENTRY
                    MOVE 'REVERSAL'   TO JRN-RPT-DTL-REVRS
                    ADD +1            TO JRN-REVRS-ENTRY-CNT
                    ADD +1            TO JRN-USER-REVRS-CNT
           END-EVALUATE.

           IF  NOT JRN-SRT-REVRS-NONE
               MOVE JRN-SRT-REVRS-RSN-CD TO JRN-RPT-DTL-RSN-CD
               MOVE JRN-SRT-SUPV-USER-ID TO JRN-RPT-DTL-SUPV
               MOVE JRN-SRT-REVRS-TIME   TO JRN-RPT-DTL-REF-TIME
           END-IF.

           WRITE JRN-RPT-REC FROM JRN-RPT-DTL-LINE.

           IF  JRN-SRT-CHNG-POF
               MOVE JRN-SRT-MKT-CAMPGN-CD TO JRN-RPT-OFFR-CAMPGN-CD
               MOVE JRN-SRT-OFFR-SEG-CD   TO JRN-RPT-OFFR-SEG-CD
               WRITE JRN-RPT-REC FROM JRN-RPT-OFFR-LINE
           END-IF.

           ADD +1                    TO JRN-USER-CHNG-CNT.

           PERFORM  5100-RETURN-ENTRY
               THRU 5100-RETURN-ENTRY-X.

       5200-PRINT-ENTRY-X.
           EXIT.
      /
      *------------------------
       5250-FORMAT-IMAGE.
      *------------------------
      *
      *  TURN THE RAW IMAGE IN JRN-IMG-WORK INTO ITS PRINTABLE FORM
      *  FOR THE ENTRY'S CHANGE TYPE; AN UNKNOWN TYPE PRINTS AS IS
      *
           EVALUATE TRUE
               WHEN JRN-SRT-CHNG-ACK
                    MOVE JRN-IMG-ACK-RECV-DT TO JRN-TXT-ACK-RECV-DT
                    MOVE JRN-IMG-ACK-EXT-IND TO JRN-TXT-ACK-EXT-IND
                    MOVE JRN-IMG-ACK-TXT     TO JRN-IMG-WORK
               WHEN JRN-SRT-CHNG-POF
                    MOVE JRN-IMG-POF-RESP-CD TO JRN-TXT-POF-RESP-CD
                    MOVE JRN-IMG-POF-RESP-DT TO JRN-TXT-POF-RESP-DT
                    MOVE JRN-IMG-POF-USER-ID TO JRN-TXT-POF-USER-ID
                    MOVE JRN-IMG-POF-TXT     TO JRN-IMG-WORK
      *  A BLANK IMAGE (NO REQUEST ROW BEFORE THE CAPTURE, OR AFTER ITS
      *  REVERSAL) STAYS BLANK
               WHEN JRN-SRT-CHNG-FLK
                AND JRN-IMG-WORK NOT = SPACES
                    MOVE JRN-IMG-FLK-RQST-DT TO JRN-TXT-FLK-RQST-DT
                    MOVE JRN-IMG-FLK-CHNL-CD TO JRN-TXT-FLK-CHNL-CD
                    MOVE JRN-IMG-FLK-USER-ID TO JRN-TXT-FLK-USER-ID
                    MOVE JRN-IMG-FLK-TXT     TO JRN-IMG-WORK
           END-EVALUATE.

       5250-FORMAT-IMAGE-X.
           EXIT.
      /
      *------------------------
       5300-OPEN-USER-GROUP.
      *------------------------

           ADD +1                    TO JRN-USER-CNT.
           MOVE ZERO                 TO JRN-USER-CHNG-CNT.
           MOVE ZERO                 TO JRN-USER-REVRS-CNT.

           MOVE SPACES               TO JRN-RPT-REC.
           WRITE JRN-RPT-REC.
           MOVE JRN-SRT-USER-ID      TO JRN-RPT-USER-ID.
           WRITE JRN-RPT-REC FROM JRN-RPT-USER-LINE.
           WRITE JRN-RPT-REC FROM JRN-RPT-COL-LINE.

       5300-OPEN-USER-GROUP-X.
           EXIT.
      /
      *------------------------
       5400-PRINT-USER-TOTAL.
      *------------------------

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'JOURNAL ENTRIES FOR USER'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-USER-CHNG-CNT    TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'REVERSALS KEYED BY USER'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-USER-REVRS-CNT   TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

       5400-PRINT-USER-TOTAL-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO JRN-RPT-REC.
           WRITE JRN-RPT-REC.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'JOURNAL ENTRIES READ'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-READ-CNT         TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'ENTRIES FOR RUN DATE'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-SEL-CNT          TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'USERS ON REPORT'    TO JRN-RPT-CNT-TXT.
           MOVE JRN-USER-CNT         TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'ACKNOWLEDGEMENT UPDATES'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-ACK-CNT          TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'PREMIUM-OFFER RESPONSES'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-POF-CNT          TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'FREE-LOOK CANCELLATION CAPTURES'
                                     TO JRN-RPT-CNT-TXT.
           MOVE JRN-FLK-CNT          TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'REVERSAL ENTRIES'   TO JRN-RPT-CNT-TXT.
           MOVE JRN-REVRS-ENTRY-CNT  TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           MOVE SPACES               TO JRN-RPT-CNT-LINE.
           MOVE 'ENTRIES REVERSED'   TO JRN-RPT-CNT-TXT.
           MOVE JRN-REVERSED-CNT     TO JRN-RPT-CNT-NUM.
           WRITE JRN-RPT-REC FROM JRN-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE JRNLIN-FILE
                 JRNRPT-FILE.

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
           INITIALIZE JRN-LDG-REC.
           MOVE 'CSBM9537'           TO JRN-LDG-JOB-ID.
           MOVE JRN-RUN-DT           TO JRN-LDG-RUN-DT.
           ACCEPT JRN-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT JRN-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO JRN-LDG-STAT-CD.

           MOVE 'JRNLIN'             TO JRN-LDG-CTL-ID (1).
           MOVE JRN-READ-CNT         TO JRN-LDG-CTL-CNT (1).

           MOVE 'SELECTED'           TO JRN-LDG-CTL-ID (2).
           MOVE JRN-SEL-CNT          TO JRN-LDG-CTL-CNT (2).

           MOVE 'REVERSED'           TO JRN-LDG-CTL-ID (3).
           MOVE JRN-REVERSED-CNT     TO JRN-LDG-CTL-CNT (3).

           OPEN EXTEND JRNLEDG-FILE.
           WRITE JRN-LDG-REC.
           CLOSE JRNLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9537                     **
      *****************************************************************
