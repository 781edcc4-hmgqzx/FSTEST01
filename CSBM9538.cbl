      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9538.

       COPY XCWWCRHT.

      *****************************************************************
      *  SERVICE-NOTE FOLLOW-UP LIST.                                 *
      *                                                               *
      *  SERVICING NOTES ARE TAKEN ONLINE THROUGH THE CSOM9527 NOTE   *
      *  FUNCTIONS, EACH WITH AN OPTIONAL FOLLOW-UP DATE.  THIS JOB   *
      *  READS THE NIGHTLY NOTES UNLOAD AND LISTS EVERY NOTE WHOSE    *
      *  FOLLOW-UP DATE HAS ARRIVED OR PASSED, GROUPED BY THE         *
      *  POLICY'S SERVICING BRANCH, OLDEST FOLLOW-UP FIRST, WITH THE  *
      *  DAYS IT IS OVERDUE, SO EACH BRANCH STARTS THE DAY WITH ITS   *
      *  CALL-BACKS IN FRONT OF IT.                                   *
      *                                                               *
      *  INPUTS (ALL FIXED UNLOADS FROM THE NIGHTLY JOB):             *
      *    SNTNOTE - SERVICE NOTES UNLOAD IN POL-ID / NOTE DATE /     *
      *              NOTE TIME SEQUENCE                               *
      *    SNTPOL  - POLICY MASTER UNLOAD IN POL-ID SEQUENCE, FOR     *
      *              THE SERVICING BRANCH AND AGENT                   *
      *                                                               *
      *  A NOTE WHOSE POLICY IS NOT ON THE MASTER UNLOAD, OR HAS NO   *
      *  SERVICING BRANCH, IS STILL LISTED - UNDER BRANCH '*****' -   *
      *  SO THE CALL-BACK IS NOT LOST.                                *
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

           SELECT SNTPARM-FILE   ASSIGN TO SNTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS SNT-PARM-STAT.

           SELECT SNTNOTE-FILE   ASSIGN TO SNTNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS SNT-NOTE-STAT.

           SELECT SNTPOL-FILE    ASSIGN TO SNTPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS SNT-POL-STAT.

           SELECT SNTRPT-FILE    ASSIGN TO SNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS SNT-RPT-STAT.

           SELECT SNTLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS SNT-LDG-STAT.

           SELECT SNTSORT-FILE   ASSIGN TO SORTWK01.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  SNTPARM-FILE
           RECORDING MODE IS F.
       01  SNT-PARM-REC.
           05  SNT-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  SNTNOTE-FILE
           RECORDING MODE IS F.
       01  SNT-NOTE-REC.
           05  SNT-NOTE-POL-ID                 PIC X(10).
           05  SNT-NOTE-DT                     PIC X(10).
           05  SNT-NOTE-TIME                   PIC X(08).
           05  SNT-NOTE-USER-ID                PIC X(08).
           05  SNT-NOTE-TERM-ID                PIC X(04).
           05  SNT-NOTE-CATG-CD                PIC X(02).
           05  SNT-NOTE-FLWUP-DT               PIC X(10).
           05  SNT-NOTE-TXT                    PIC X(200).

       FD  SNTPOL-FILE
           RECORDING MODE IS F.
       01  SNT-POL-REC.
           05  SNT-POL-ID                      PIC X(10).
           05  SNT-POL-PLAN-ID                 PIC X(10).
           05  SNT-POL-INFC-IND                PIC X(01).
           05  SNT-POL-SERV-AGT-ID             PIC X(10).
           05  SNT-POL-SERV-BR-ID              PIC X(05).
           05  FILLER                          PIC X(44).

       FD  SNTRPT-FILE
           RECORDING MODE IS F.
       01  SNT-RPT-REC                         PIC X(132).

       FD  SNTLEDG-FILE
           RECORDING MODE IS F.
       01  SNT-LDG-REC.
           05  SNT-LDG-JOB-ID                  PIC X(08).
           05  SNT-LDG-RUN-DT                  PIC 9(08).
           05  SNT-LDG-STEP-NO                 PIC 9(02).
           05  SNT-LDG-PROC-DT                 PIC X(10).
           05  SNT-LDG-WRIT-DT                 PIC 9(08).
           05  SNT-LDG-WRIT-TIME               PIC 9(08).
           05  SNT-LDG-STAT-CD                 PIC X(01).
           05  SNT-LDG-OVRD-IND                PIC X(01).
           05  SNT-LDG-CTL-T OCCURS 8.
               10  SNT-LDG-CTL-ID              PIC X(08).
               10  SNT-LDG-CTL-CNT             PIC 9(09).
               10  SNT-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  SNTSORT-FILE.
       01  SNT-SRT-REC.
           05  SNT-SRT-BR-ID                   PIC X(05).
           05  SNT-SRT-FLWUP-DT                PIC 9(08).
           05  SNT-SRT-POL-ID                  PIC X(10).
           05  SNT-SRT-NOTE-DT                 PIC 9(08).
           05  SNT-SRT-NOTE-TIME               PIC X(08).
           05  SNT-SRT-SERV-AGT-ID             PIC X(10).
           05  SNT-SRT-CATG-CD                 PIC X(02).
           05  SNT-SRT-USER-ID                 PIC X(08).
           05  SNT-SRT-DAYS-OVRDU              PIC S9(05).
           05  SNT-SRT-TXT                     PIC X(58).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9538'.

       01  SNT-WORKING-STORAGE.
           05  SNT-PARM-STAT                   PIC X(02).
           05  SNT-NOTE-STAT                   PIC X(02).
               88  SNT-NOTE-EOF                VALUE '10'.
           05  SNT-POL-STAT                    PIC X(02).
               88  SNT-POL-EOF                 VALUE '10'.
           05  SNT-RPT-STAT                    PIC X(02).
           05  SNT-LDG-STAT                    PIC X(02).
           05  SNT-RUN-DT                      PIC 9(08).
           05  SNT-RUN-SERIAL                  PIC S9(09) BINARY.
           05  SNT-CHK-NOTE-DT                 PIC 9(08).
           05  SNT-CHK-FLWUP-DT                PIC 9(08).
           05  SNT-NOTE-READ-CNT               PIC S9(09) BINARY.
           05  SNT-FLWUP-CNT                   PIC S9(09) BINARY.
           05  SNT-DUE-CNT                     PIC S9(09) BINARY.
           05  SNT-NOPOL-CNT                   PIC S9(09) BINARY.
           05  SNT-BRANCH-CNT                  PIC S9(09) BINARY.
           05  SNT-BR-CNT                      PIC S9(09) BINARY.
           05  SNT-PREV-BR-ID                  PIC X(05).
           05  SNT-UNKNOWN-BR-ID               PIC X(05)
                                               VALUE '*****'.

      *  EXTERNAL (YYYY-MM-DD) NOTE DATE PULLED APART FOR COMPARISON
      *  WITH THE RUN DATE
       01  SNT-EXT-DT.
           05  SNT-EXT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  SNT-EXT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  SNT-EXT-DD                      PIC X(02).

      *  INTEGER DATE WORK FIELDS (PROLEPTIC GREGORIAN DAY NUMBER)
       01  SNT-DATE-WORK.
           05  SNT-DW-DATE                     PIC 9(08).
           05  SNT-DW-DATE-R REDEFINES SNT-DW-DATE.
               10  SNT-DW-YYYY                 PIC 9(04).
               10  SNT-DW-MM                   PIC 9(02).
               10  SNT-DW-DD                   PIC 9(02).
           05  SNT-DW-SERIAL                   PIC S9(09) BINARY.
           05  SNT-DW-A                        PIC S9(09) BINARY.
           05  SNT-DW-B                        PIC S9(09) BINARY.
           05  SNT-DW-C                        PIC S9(09) BINARY.
           05  SNT-DW-D                        PIC S9(09) BINARY.
           05  SNT-DW-E                        PIC S9(09) BINARY.
           05  SNT-DW-M                        PIC S9(09) BINARY.
           05  SNT-DW-Y                        PIC S9(09) BINARY.

       01  SNT-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(42)
               VALUE 'CSBM9538  SERVICE-NOTE FOLLOW-UP LIST    '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  SNT-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(71).

       01  SNT-RPT-BR-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(08)
               VALUE 'BRANCH: '.
           05  SNT-RPT-BR-ID                   PIC X(05).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-BR-TXT                  PIC X(40).
           05  FILLER                          PIC X(76).

       01  SNT-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(82) VALUE
               'POLICY      AGENT       CATEGORY    NOTED     FOLLOW-UP 
      -        ' DAYS  USER      NOTE TEXT'.
           05  FILLER                          PIC X(49).

       01  SNT-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  SNT-RPT-DTL-POL-ID              PIC X(10).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-AGT                 PIC X(10).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-CATG                PIC X(10).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-NOTE-DT             PIC 9(08).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-FLWUP-DT            PIC 9(08).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-DAYS                PIC ZZZZ9.
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-USER                PIC X(08).
           05  FILLER                          PIC X(02).
           05  SNT-RPT-DTL-TXT                 PIC X(58).

       01  SNT-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  SNT-RPT-CNT-TXT                 PIC X(35).
           05  SNT-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           SORT SNTSORT-FILE
               ON ASCENDING KEY SNT-SRT-BR-ID
                                SNT-SRT-FLWUP-DT
                                SNT-SRT-POL-ID
                                SNT-SRT-NOTE-DT
                                SNT-SRT-NOTE-TIME
               INPUT  PROCEDURE IS 2000-SELECT-NOTES
                               THRU 2000-SELECT-NOTES-X
               OUTPUT PROCEDURE IS 5000-PRINT-FLWUP-LIST
                               THRU 5000-PRINT-FLWUP-LIST-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO SNT-NOTE-READ-CNT.
           MOVE ZERO                 TO SNT-FLWUP-CNT.
           MOVE ZERO                 TO SNT-DUE-CNT.
           MOVE ZERO                 TO SNT-NOPOL-CNT.
           MOVE ZERO                 TO SNT-BRANCH-CNT.
           MOVE SPACES               TO SNT-PREV-BR-ID.

           OPEN INPUT  SNTPARM-FILE.
           READ SNTPARM-FILE.
           CLOSE SNTPARM-FILE.

           MOVE SNT-PARM-RUN-DT      TO SNT-RUN-DT.
           IF  SNT-RUN-DT NOT NUMERIC
           OR  SNT-RUN-DT = ZERO
               ACCEPT SNT-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           MOVE SNT-RUN-DT           TO SNT-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           MOVE SNT-DW-SERIAL        TO SNT-RUN-SERIAL.

           OPEN INPUT  SNTNOTE-FILE
                       SNTPOL-FILE.
           OPEN OUTPUT SNTRPT-FILE.

           MOVE SNT-RUN-DT           TO SNT-RPT-HDG-DT.
           WRITE SNT-RPT-REC FROM SNT-RPT-HDG-LINE.
           MOVE SPACES               TO SNT-RPT-REC.
           WRITE SNT-RPT-REC.

           READ SNTPOL-FILE.

       1000-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       2000-SELECT-NOTES.
      *---------------------

           PERFORM  2100-READ-NOTE
               THRU 2100-READ-NOTE-X.

           PERFORM  2200-CHECK-NOTE
               THRU 2200-CHECK-NOTE-X
                   UNTIL SNT-NOTE-EOF.

       2000-SELECT-NOTES-X.
           EXIT.
      /
      *-----------------
       2100-READ-NOTE.
      *-----------------

           READ SNTNOTE-FILE.

           IF  NOT SNT-NOTE-EOF
               ADD +1                TO SNT-NOTE-READ-CNT
           END-IF.

       2100-READ-NOTE-X.
           EXIT.
      /
      *------------------
       2200-CHECK-NOTE.
      *------------------
      *
      *  A NOTE IS DUE WHEN IT CARRIES A FOLLOW-UP DATE ON OR BEFORE
      *  THE RUN DATE; NOTES WITH NO FOLLOW-UP (SPACES) ARE HISTORY
      *  ONLY.  THE ONLINE NOTE CARRIES ITS DATES IN EXTERNAL FORM
      *
           MOVE ZERO                 TO SNT-CHK-FLWUP-DT.
           MOVE SNT-NOTE-FLWUP-DT    TO SNT-EXT-DT.
           IF  SNT-EXT-YYYY NUMERIC
           AND SNT-EXT-MM   NUMERIC
           AND SNT-EXT-DD   NUMERIC
               MOVE SNT-EXT-YYYY     TO SNT-DW-YYYY
               MOVE SNT-EXT-MM       TO SNT-DW-MM
               MOVE SNT-EXT-DD       TO SNT-DW-DD
               MOVE SNT-DW-DATE      TO SNT-CHK-FLWUP-DT
           END-IF.

           IF  SNT-CHK-FLWUP-DT = ZERO
               GO TO 2200-CHECK-NOTE-NEXT
           END-IF.

           ADD +1                    TO SNT-FLWUP-CNT.

           IF  SNT-CHK-FLWUP-DT > SNT-RUN-DT
               GO TO 2200-CHECK-NOTE-NEXT
           END-IF.

           ADD +1                    TO SNT-DUE-CNT.

           PERFORM  2400-RELEASE-NOTE
               THRU 2400-RELEASE-NOTE-X.

       2200-CHECK-NOTE-NEXT.

           PERFORM  2100-READ-NOTE
               THRU 2100-READ-NOTE-X.

       2200-CHECK-NOTE-X.
           EXIT.
      /
      *---------------------
       2400-RELEASE-NOTE.
      *---------------------

           PERFORM  2500-MATCH-POLICY
               THRU 2500-MATCH-POLICY-X.

           IF  NOT SNT-POL-EOF
           AND SNT-POL-ID = SNT-NOTE-POL-ID
           AND SNT-POL-SERV-BR-ID NOT = SPACES
               MOVE SNT-POL-SERV-BR-ID   TO SNT-SRT-BR-ID
               MOVE SNT-POL-SERV-AGT-ID  TO SNT-SRT-SERV-AGT-ID
           ELSE
               ADD +1                    TO SNT-NOPOL-CNT
               MOVE SNT-UNKNOWN-BR-ID    TO SNT-SRT-BR-ID
               MOVE SPACES               TO SNT-SRT-SERV-AGT-ID
           END-IF.

           MOVE ZERO                 TO SNT-CHK-NOTE-DT.
           MOVE SNT-NOTE-DT          TO SNT-EXT-DT.
           IF  SNT-EXT-YYYY NUMERIC
           AND SNT-EXT-MM   NUMERIC
           AND SNT-EXT-DD   NUMERIC
               MOVE SNT-EXT-YYYY     TO SNT-DW-YYYY
               MOVE SNT-EXT-MM       TO SNT-DW-MM
               MOVE SNT-EXT-DD       TO SNT-DW-DD
               MOVE SNT-DW-DATE      TO SNT-CHK-NOTE-DT
           END-IF.

           MOVE SNT-CHK-FLWUP-DT     TO SNT-SRT-FLWUP-DT.
           MOVE SNT-NOTE-POL-ID      TO SNT-SRT-POL-ID.
           MOVE SNT-CHK-NOTE-DT      TO SNT-SRT-NOTE-DT.
           MOVE SNT-NOTE-TIME        TO SNT-SRT-NOTE-TIME.
           MOVE SNT-NOTE-CATG-CD     TO SNT-SRT-CATG-CD.
           MOVE SNT-NOTE-USER-ID     TO SNT-SRT-USER-ID.
           MOVE SNT-NOTE-TXT         TO SNT-SRT-TXT.

           MOVE SNT-CHK-FLWUP-DT     TO SNT-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               THRU 8100-DATE-TO-SERIAL-X.
           COMPUTE SNT-SRT-DAYS-OVRDU =
                   SNT-RUN-SERIAL - SNT-DW-SERIAL.

           RELEASE SNT-SRT-REC.

       2400-RELEASE-NOTE-X.
           EXIT.
      /
      *---------------------
       2500-MATCH-POLICY.
      *---------------------
      *
      *  THE POLICY FILE RIDES ALONGSIDE IN POLICY SEQUENCE; ADVANCE
      *  IT TO THE NOTE'S POLICY FOR THE SERVICING BRANCH AND AGENT
      *
           PERFORM  2510-ADVANCE-POLICY
               THRU 2510-ADVANCE-POLICY-X
                   UNTIL SNT-POL-EOF
                   OR    SNT-POL-ID NOT < SNT-NOTE-POL-ID.

       2500-MATCH-POLICY-X.
           EXIT.
      /
      *-----------------------
       2510-ADVANCE-POLICY.
      *-----------------------

           READ SNTPOL-FILE.

       2510-ADVANCE-POLICY-X.
           EXIT.
      /
      *------------------------
       5000-PRINT-FLWUP-LIST.
      *------------------------

           PERFORM  5100-RETURN-NOTE
               THRU 5100-RETURN-NOTE-X.

           PERFORM  5200-PRINT-NOTE
               THRU 5200-PRINT-NOTE-X
                   UNTIL SNT-SRT-BR-ID = HIGH-VALUES.

           IF  SNT-PREV-BR-ID NOT = SPACES
               PERFORM  5300-PRINT-BR-TOTAL
                   THRU 5300-PRINT-BR-TOTAL-X
           END-IF.

       5000-PRINT-FLWUP-LIST-X.
           EXIT.
      /
      *--------------------
       5100-RETURN-NOTE.
      *--------------------

           RETURN SNTSORT-FILE
               AT END
                   MOVE HIGH-VALUES  TO SNT-SRT-BR-ID
           END-RETURN.

       5100-RETURN-NOTE-X.
           EXIT.
      /
      *-------------------
       5200-PRINT-NOTE.
      *-------------------

           IF  SNT-SRT-BR-ID NOT = SNT-PREV-BR-ID
               IF  SNT-PREV-BR-ID NOT = SPACES
                   PERFORM  5300-PRINT-BR-TOTAL
                       THRU 5300-PRINT-BR-TOTAL-X
               END-IF
               MOVE SNT-SRT-BR-ID    TO SNT-PREV-BR-ID
               MOVE ZERO             TO SNT-BR-CNT
               ADD +1                TO SNT-BRANCH-CNT
               MOVE SPACES           TO SNT-RPT-REC
               WRITE SNT-RPT-REC
               MOVE SNT-SRT-BR-ID    TO SNT-RPT-BR-ID
               IF  SNT-SRT-BR-ID = SNT-UNKNOWN-BR-ID
                   MOVE '(SERVICING BRANCH NOT FOUND)'
                                     TO SNT-RPT-BR-TXT
               ELSE
                   MOVE SPACES       TO SNT-RPT-BR-TXT
               END-IF
               WRITE SNT-RPT-REC FROM SNT-RPT-BR-LINE
               WRITE SNT-RPT-REC FROM SNT-RPT-COL-LINE
           END-IF.

           MOVE SNT-SRT-POL-ID       TO SNT-RPT-DTL-POL-ID.
           MOVE SNT-SRT-SERV-AGT-ID  TO SNT-RPT-DTL-AGT.
           MOVE SNT-SRT-NOTE-DT      TO SNT-RPT-DTL-NOTE-DT.
           MOVE SNT-SRT-FLWUP-DT     TO SNT-RPT-DTL-FLWUP-DT.
           MOVE SNT-SRT-DAYS-OVRDU   TO SNT-RPT-DTL-DAYS.
           MOVE SNT-SRT-USER-ID      TO SNT-RPT-DTL-USER.
           MOVE SNT-SRT-TXT          TO SNT-RPT-DTL-TXT.

           EVALUATE SNT-SRT-CATG-CD
               WHEN 'AC'
                   MOVE 'ACK CHASE'  TO SNT-RPT-DTL-CATG
               WHEN 'PQ'
                   MOVE 'PAY QUERY'  TO SNT-RPT-DTL-CATG
               WHEN 'OC'
                   MOVE 'OFFER CALL' TO SNT-RPT-DTL-CATG
               WHEN 'CP'
                   MOVE 'COMPLAINT'  TO SNT-RPT-DTL-CATG
               WHEN 'GN'
                   MOVE 'GENERAL'    TO SNT-RPT-DTL-CATG
               WHEN OTHER
                   MOVE SNT-SRT-CATG-CD
                                     TO SNT-RPT-DTL-CATG
           END-EVALUATE.

           WRITE SNT-RPT-REC FROM SNT-RPT-DTL-LINE.
           ADD +1                    TO SNT-BR-CNT.

           PERFORM  5100-RETURN-NOTE
               THRU 5100-RETURN-NOTE-X.

       5200-PRINT-NOTE-X.
           EXIT.
      /
      *-----------------------
       5300-PRINT-BR-TOTAL.
      *-----------------------

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'FOLLOW-UPS DUE FOR BRANCH'
                                     TO SNT-RPT-CNT-TXT.
           MOVE SNT-BR-CNT           TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

       5300-PRINT-BR-TOTAL-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO SNT-RPT-REC.
           WRITE SNT-RPT-REC.

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'SERVICE NOTES READ' TO SNT-RPT-CNT-TXT.
           MOVE SNT-NOTE-READ-CNT    TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'NOTES WITH A FOLLOW-UP DATE'
                                     TO SNT-RPT-CNT-TXT.
           MOVE SNT-FLWUP-CNT        TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'FOLLOW-UPS DUE OR OVERDUE'
                                     TO SNT-RPT-CNT-TXT.
           MOVE SNT-DUE-CNT          TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'BRANCHES WITH FOLLOW-UPS DUE'
                                     TO SNT-RPT-CNT-TXT.
           MOVE SNT-BRANCH-CNT       TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

           MOVE SPACES               TO SNT-RPT-CNT-LINE.
           MOVE 'DUE WITH NO SERVICING BRANCH'
                                     TO SNT-RPT-CNT-TXT.
           MOVE SNT-NOPOL-CNT        TO SNT-RPT-CNT-NUM.
           WRITE SNT-RPT-REC FROM SNT-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE SNTNOTE-FILE
                 SNTPOL-FILE
                 SNTRPT-FILE.

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
           COMPUTE SNT-DW-A = (14 - SNT-DW-MM) / 12.
           COMPUTE SNT-DW-Y = SNT-DW-YYYY + 4800 - SNT-DW-A.
           COMPUTE SNT-DW-M = SNT-DW-MM + 12 * SNT-DW-A - 3.
           COMPUTE SNT-DW-B = (153 * SNT-DW-M + 2) / 5.
           COMPUTE SNT-DW-C = SNT-DW-Y / 4.
           COMPUTE SNT-DW-D = SNT-DW-Y / 100.
           COMPUTE SNT-DW-E = SNT-DW-Y / 400.
           COMPUTE SNT-DW-SERIAL = SNT-DW-DD + SNT-DW-B
                                 + 365 * SNT-DW-Y
                                 + SNT-DW-C - SNT-DW-D + SNT-DW-E
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
           INITIALIZE SNT-LDG-REC.
           MOVE 'CSBM9538'           TO SNT-LDG-JOB-ID.
           MOVE SNT-RUN-DT           TO SNT-LDG-RUN-DT.
           ACCEPT SNT-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT SNT-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO SNT-LDG-STAT-CD.

           MOVE 'SNTNOTE'            TO SNT-LDG-CTL-ID (1).
           MOVE SNT-NOTE-READ-CNT    TO SNT-LDG-CTL-CNT (1).

           MOVE 'FOLLOWUP'           TO SNT-LDG-CTL-ID (2).
           MOVE SNT-FLWUP-CNT        TO SNT-LDG-CTL-CNT (2).

           MOVE 'DUE'                TO SNT-LDG-CTL-ID (3).
           MOVE SNT-DUE-CNT          TO SNT-LDG-CTL-CNT (3).

           OPEN EXTEND SNTLEDG-FILE.
           WRITE SNT-LDG-REC.
           CLOSE SNTLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9538                     **
      *****************************************************************
