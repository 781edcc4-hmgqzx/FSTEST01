      *  IN-PROGRESS ('P') CHECKPOINT IS HONORED - A COMPLETED OR     *
      *  EMPTY CHECKPOINT MAKES THE RESTART A FRESH RUN.              *
      *                                                               *
      *  THE EXTRACT MAY BE RUN AS PARALLEL KEY-RANGE PARTITIONS.     *
      *  EACH PARTITION STEP'S PARM DECK IS ITS OWN FIRST CARD,       *
      *  CARRYING ITS PARTITION NUMBER, FOLLOWED BY THE SHARED        *
      *  PARTITION TABLE ('PART' CARDS: NUMBER, FROM KEY, THRU KEY;   *
      *  A BLANK FROM / THRU KEY LEAVES THE LOW / HIGH END OPEN).     *
      *  A PARTITION READS THE SAME EXTPOLIN, PASSES OVER THE KEYS    *
      *  BELOW ITS RANGE AND STOPS AT THE FIRST KEY ABOVE IT, AND     *
      *  HAS ITS OWN EXTCHKPT AND EXTOUT.  THE CHECKPOINT CARRIES     *
      *  THE PARTITION RANGE AND ITS IN-RANGE, WRITTEN AND ERROR      *
      *  COUNTS FOR THE CSBM9540 MERGE AND BALANCE STEP, AND THE      *
      *  BELOW-RANGE COUNT SO A RESTART LEDGERS THE WHOLE PASS.  A    *
      *  BLANK OR ZERO PARTITION NUMBER IS THE SINGLE-STREAM RUN.     *
      *                                                               *
      *  EXTRACT LRECL IS 16901: PROCESS DATE (10), POLICY ID (10),   *
      *  THE MIR OUTPUT AREA IMAGE PADDED TO 8000, THEN THE 8881-BYTE *
      *  IMAGE OF THE APPENDED RESPONSE FIELDS (LIST-BILL, CASHIER    *
      *  PAYMENT DETAIL, PREMIUM OFFERS, RESTRICTION REASON, COVERAGE *
      *  TABLE, INDICATORS, MAINTENANCE INPUTS, POLICY SUMMARY,       *
      *  ACCESS-HISTORY AND SERVICE-NOTE TABLES, FREE-LOOK REQUEST    *
      *  FIELDS).  INITIALIZATION VERIFIES BOTH FIT THE RECORD AND    *
      *  ENDS WITH RETURN-CODE 16 IF A COPYBOOK CHANGE OUTGROWS IT,   *
      *  SO THE FEED CAN NEVER TRUNCATE SILENTLY.                     *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL     
               FILE STATUS  IS EXT-RPT-STAT.

           SELECT EXTLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EXT-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************
           05  EXT-PARM-CO-ID                  PIC X(03).
           05  FILLER                          PIC X(01).
           05  EXT-PARM-PROC-DT                PIC X(10).
           05  FILLER                          PIC X(01).
           05  EXT-PARM-PART-NO                PIC 9(02).
           05  FILLER                          PIC X(61).
       01  EXT-PTBL-REC.
           05  EXT-PTBL-ID                     PIC X(04).
               88  EXT-PTBL-ENTRY              VALUE 'PART'.
           05  FILLER                          PIC X(01).
           05  EXT-PTBL-PART-NO                PIC 9(02).
           05  FILLER                          PIC X(01).
           05  EXT-PTBL-FROM-KEY               PIC X(10).
           05  FILLER                          PIC X(01).
           05  EXT-PTBL-THRU-KEY               PIC X(10).
           05  FILLER                          PIC X(51).

       FD  EXTPOL-FILE
           RECORDING MODE IS F.
           05  EXT-CHK-POL-ID                  PIC X(10).
           05  EXT-CHK-STAT-CD                 PIC X(01).
           05  EXT-CHK-WRIT-CNT                PIC 9(09).
           05  EXT-CHK-PART-NO                 PIC 9(02).
           05  EXT-CHK-FROM-KEY                PIC X(10).
           05  EXT-CHK-THRU-KEY                PIC X(10).
           05  EXT-CHK-RANGE-CNT               PIC 9(09).
           05  EXT-CHK-ERR-CNT                 PIC 9(09).
           05  EXT-CHK-OUTRNG-CNT              PIC 9(09).
           05  FILLER                          PIC X(02).

       FD  EXTOUT-FILE
           RECORDING MODE IS F.
           05  EXT-OUT-PROC-DT                 PIC X(10).
           05  EXT-OUT-POL-ID                  PIC X(10).
           05  EXT-OUT-MIR-DATA                PIC X(8000).
           05  EXT-OUT-MIR-DV-DATA             PIC X(8881).

       FD  EXTRPT-FILE
           RECORDING MODE IS F.
       01  EXT-RPT-REC                         PIC X(132).

       FD  EXTLEDG-FILE
           RECORDING MODE IS F.
       01  EXT-LDG-REC.
           05  EXT-LDG-JOB-ID                  PIC X(08).
           05  EXT-LDG-RUN-DT                  PIC 9(08).
           05  EXT-LDG-STEP-NO                 PIC 9(02).
           05  EXT-LDG-PROC-DT                 PIC X(10).
           05  EXT-LDG-WRIT-DT                 PIC 9(08).
           05  EXT-LDG-WRIT-TIME               PIC 9(08).
           05  EXT-LDG-STAT-CD                 PIC X(01).
           05  EXT-LDG-OVRD-IND                PIC X(01).
           05  EXT-LDG-CTL-T OCCURS 8.
               10  EXT-LDG-CTL-ID              PIC X(08).
               10  EXT-LDG-CTL-CNT             PIC 9(09).
               10  EXT-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9528'.

       01  EXT-WORKING-STORAGE.
           05  EXT-PARM-STAT                   PIC X(02).
               88  EXT-PARM-EOF                VALUE '10'.
           05  EXT-POL-STAT                    PIC X(02).
               88  EXT-POL-EOF                 VALUE '10'.
           05  EXT-CHK-STAT                    PIC X(02).
           05  EXT-OUT-STAT                    PIC X(02).
               88  EXT-OUT-EOF                 VALUE '10'.
           05  EXT-RPT-STAT                    PIC X(02).
           05  EXT-LDG-STAT                    PIC X(02).
           05  EXT-RSTRT-IND                   PIC X(01).
               88  EXT-RSTRT-RQSTD             VALUE 'R'.
           05  EXT-READ-CNT                    PIC S9(09) BINARY.
           05  EXT-DISK-WRIT-CNT               PIC S9(09) BINARY.
           05  EXT-CHKPT-INTVL                 PIC S9(04) BINARY
                                               VALUE 1000.
           05  EXT-PART-NO                     PIC 9(02).
           05  EXT-PART-FROM-KEY               PIC X(10).
           05  EXT-PART-THRU-KEY               PIC X(10).
           05  EXT-PART-SW                     PIC X(01).
               88  EXT-PART-FOUND              VALUE 'Y'.
           05  EXT-PART-DONE-SW                PIC X(01).
               88  EXT-PART-DONE               VALUE 'Y'.
           05  EXT-RANGE-CNT                   PIC S9(09) BINARY.
           05  EXT-OUTRNG-CNT                  PIC S9(09) BINARY.

      *  EXTERNAL (YYYY-MM-DD) PROCESS DATE PULLED APART FOR THE
      *  LEDGER RUN DATE
       01  EXT-PDT.
           05  EXT-PDT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  EXT-PDT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  EXT-PDT-DD                      PIC X(02).

       01  EXT-RUN-DT-AREA.
           05  EXT-RUN-DT                      PIC 9(08).
           05  EXT-RUN-DT-R REDEFINES EXT-RUN-DT.
               10  EXT-RUN-YYYY                PIC 9(04).
               10  EXT-RUN-MM                  PIC 9(02).
               10  EXT-RUN-DD                  PIC 9(02).

       01  EXT-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
                   15  MIR-DV-AUDH-SENS-IND             PIC X(01).
                   15  MIR-DV-AUDH-BUS-FCN-ID           PIC X(04).
               10  MIR-DV-AUDH-TRUNC-IND                PIC X(01).
               10  MIR-DV-JRNL-REVRS-TIME               PIC X(08).
               10  MIR-DV-JRNL-REVRS-RSN-CD             PIC X(02).
               10  MIR-DV-JRNL-SUPV-USER-ID             PIC X(08).
               10  MIR-DV-NOTE-CATG-CD                  PIC X(02).
               10  MIR-DV-NOTE-TXT                      PIC X(200).
               10  MIR-DV-NOTE-FLWUP-DT                 PIC X(10).
               10  MIR-DV-NOTE-BRWS-STRT-DT             PIC X(10).
               10  MIR-DV-NOTE-BRWS-STRT-TIME           PIC X(08).
               10  MIR-DV-NOTE-CTR                      PIC 9(02)
                                                       BINARY.
               10  MIR-DV-NOTE-T OCCURS 10.
                   15  MIR-DV-NOTE-DT                   PIC X(10).
                   15  MIR-DV-NOTE-TIME                 PIC X(08).
                   15  MIR-DV-NOTE-USER-ID              PIC X(08).
                   15  MIR-DV-NOTE-T-CATG-CD            PIC X(02).
                   15  MIR-DV-NOTE-T-FLWUP-DT           PIC X(10).
                   15  MIR-DV-NOTE-T-TXT                PIC X(200).
               10  MIR-DV-NOTE-TRUNC-IND                PIC X(01).
               10  MIR-DV-NOTE-TOT-CTR                  PIC 9(04)
                                                       BINARY.
               10  MIR-DV-NOTE-LAST-FLWUP-DT            PIC X(10).
               10  MIR-DV-FLK-RQST-DT                   PIC X(10).
               10  MIR-DV-FLK-CHNL-CD                   PIC X(02).
               10  MIR-DV-FLK-USER-ID                   PIC X(08).
               10  MIR-DV-FLK-END-DT                    PIC X(10).
               10  MIR-DV-FLK-RJCT-CD                   PIC X(01).
      /
       PROCEDURE DIVISION.
      *--------------

           PERFORM  2000-PROCESS-POLICY
               THRU 2000-PROCESS-POLICY-X
                   UNTIL EXT-POL-EOF
                   OR    EXT-PART-DONE.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.
           MOVE ZERO                 TO EXT-ERR-CNT.
           MOVE ZERO                 TO EXT-CHKPT-CTR.
           MOVE ZERO                 TO EXT-RSTRT-REC-CNT.
           MOVE ZERO                 TO EXT-RANGE-CNT.
           MOVE ZERO                 TO EXT-OUTRNG-CNT.
           MOVE SPACE                TO EXT-PART-DONE-SW.

           OPEN INPUT  EXTPARM-FILE.
           READ EXTPARM-FILE.

           MOVE EXT-PARM-RSTRT-IND   TO EXT-RSTRT-IND.

           MOVE 'CSBM9528'           TO WGLOB-USER-ID.
           MOVE SPACES               TO WGLOB-TERM-ID.

      *  A PARTITIONED STEP LOOKS UP ITS OWN KEY RANGE IN THE TABLE
      *  CARDS THAT FOLLOW; THE SINGLE-STREAM RUN TAKES EVERY KEY
           MOVE ZERO                 TO EXT-PART-NO.
           IF  EXT-PARM-PART-NO NUMERIC
               MOVE EXT-PARM-PART-NO TO EXT-PART-NO
           END-IF.
           MOVE SPACES               TO EXT-PART-FROM-KEY.
           MOVE SPACES               TO EXT-PART-THRU-KEY.
           MOVE SPACE                TO EXT-PART-SW.

           IF  EXT-PART-NO > ZERO
               PERFORM  1100-FIND-PARTITION
                   THRU 1100-FIND-PARTITION-X
                       UNTIL EXT-PARM-EOF
                       OR    EXT-PART-FOUND
           END-IF.

           CLOSE EXTPARM-FILE.

           OPEN INPUT  EXTPOL-FILE.
           OPEN OUTPUT EXTRPT-FILE.

           IF  EXT-PART-NO > ZERO
           AND (NOT EXT-PART-FOUND
           OR  (EXT-PART-THRU-KEY NOT = SPACES
           AND  EXT-PART-FROM-KEY > EXT-PART-THRU-KEY))
               MOVE SPACES           TO EXT-RPT-DTL-LINE
               MOVE 'PARTITION MISSING/INVALID IN PARM TABLE'
                                     TO EXT-RPT-DTL-TXT
               WRITE EXT-RPT-REC FROM EXT-RPT-DTL-LINE
               CLOSE EXTPOL-FILE
                     EXTRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

      *  THE EXTRACT RECORD MUST BE ABLE TO HOLD THE FULL RESPONSE;
      *  A COPYBOOK GROWN PAST THE RECORD ENDS THE RUN RATHER THAN
      *  FEEDING DOWNSTREAM A SILENTLY TRUNCATED IMAGE
                   IF  EXT-DISK-WRIT-CNT = EXT-RSTRT-WRIT-CNT
                       MOVE EXT-CHK-REC-CNT  TO EXT-RSTRT-REC-CNT
                       MOVE EXT-CHK-WRIT-CNT TO EXT-WRIT-CNT
                       MOVE EXT-CHK-RANGE-CNT TO EXT-RANGE-CNT
                       MOVE EXT-CHK-ERR-CNT  TO EXT-ERR-CNT
                       IF  EXT-CHK-OUTRNG-CNT NUMERIC
                           MOVE EXT-CHK-OUTRNG-CNT TO EXT-OUTRNG-CNT
                       END-IF
                       OPEN EXTEND EXTOUT-FILE
                   ELSE
                       MOVE SPACES   TO EXT-RPT-DTL-LINE
       1000-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1100-FIND-PARTITION.
      *---------------------

           READ EXTPARM-FILE.

           IF  NOT EXT-PARM-EOF
           AND EXT-PTBL-ENTRY
           AND EXT-PTBL-PART-NO = EXT-PART-NO
               SET EXT-PART-FOUND    TO TRUE
               MOVE EXT-PTBL-FROM-KEY TO EXT-PART-FROM-KEY
               MOVE EXT-PTBL-THRU-KEY TO EXT-PART-THRU-KEY
           END-IF.

       1100-FIND-PARTITION-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-POLICY.
      *---------------------
      *
      *  A PARTITION PASSES OVER THE KEYS BELOW ITS RANGE AND ENDS AT
      *  THE FIRST KEY ABOVE IT; THE INPUT IS IN POL-ID SEQUENCE
      *
           IF  EXT-POL-ID < EXT-PART-FROM-KEY
               ADD +1                TO EXT-OUTRNG-CNT
               PERFORM  2100-READ-POL-KEY
                   THRU 2100-READ-POL-KEY-X
               GO TO 2000-PROCESS-POLICY-X
           END-IF.

           IF  EXT-PART-THRU-KEY NOT = SPACES
           AND EXT-POL-ID > EXT-PART-THRU-KEY
               SET EXT-PART-DONE     TO TRUE
               GO TO 2000-PROCESS-POLICY-X
           END-IF.

           ADD +1                    TO EXT-RANGE-CNT.

           PERFORM  3000-RETRIEVE-POLICY
               THRU 3000-RETRIEVE-POLICY-X.
           MOVE EXT-WRIT-CNT         TO EXT-CHK-WRIT-CNT.
           MOVE EXT-POL-ID           TO EXT-CHK-POL-ID.
           MOVE 'P'                  TO EXT-CHK-STAT-CD.
           MOVE EXT-PART-NO          TO EXT-CHK-PART-NO.
           MOVE EXT-PART-FROM-KEY    TO EXT-CHK-FROM-KEY.
           MOVE EXT-PART-THRU-KEY    TO EXT-CHK-THRU-KEY.
           MOVE EXT-RANGE-CNT        TO EXT-CHK-RANGE-CNT.
           MOVE EXT-ERR-CNT          TO EXT-CHK-ERR-CNT.
           MOVE EXT-OUTRNG-CNT       TO EXT-CHK-OUTRNG-CNT.

           OPEN OUTPUT EXTCHK-FILE.
           WRITE EXT-CHK-REC.
           MOVE EXT-WRIT-CNT         TO EXT-CHK-WRIT-CNT.
           MOVE HIGH-VALUES          TO EXT-CHK-POL-ID.
           MOVE 'C'                  TO EXT-CHK-STAT-CD.
           MOVE EXT-PART-NO          TO EXT-CHK-PART-NO.
           MOVE EXT-PART-FROM-KEY    TO EXT-CHK-FROM-KEY.
           MOVE EXT-PART-THRU-KEY    TO EXT-CHK-THRU-KEY.
           MOVE EXT-RANGE-CNT        TO EXT-CHK-RANGE-CNT.
           MOVE EXT-ERR-CNT          TO EXT-CHK-ERR-CNT.
           MOVE EXT-OUTRNG-CNT       TO EXT-CHK-OUTRNG-CNT.

           OPEN OUTPUT EXTCHK-FILE.
           WRITE EXT-CHK-REC.
           CLOSE EXTCHK-FILE.

           IF  EXT-PART-NO > ZERO
               MOVE SPACES           TO EXT-RPT-TOT-LINE
               MOVE 'PARTITION NUMBER'
                                     TO EXT-RPT-TOT-TXT
               MOVE EXT-PART-NO      TO EXT-RPT-TOT-CNT
               WRITE EXT-RPT-REC FROM EXT-RPT-TOT-LINE
               MOVE SPACES           TO EXT-RPT-DTL-LINE
               MOVE EXT-PART-FROM-KEY TO EXT-RPT-DTL-POL-ID
               MOVE 'PARTITION FROM KEY (BLANK = LOW END)'
                                     TO EXT-RPT-DTL-TXT
               WRITE EXT-RPT-REC FROM EXT-RPT-DTL-LINE
               MOVE SPACES           TO EXT-RPT-DTL-LINE
               MOVE EXT-PART-THRU-KEY TO EXT-RPT-DTL-POL-ID
               MOVE 'PARTITION THRU KEY (BLANK = HIGH END)'
                                     TO EXT-RPT-DTL-TXT
               WRITE EXT-RPT-REC FROM EXT-RPT-DTL-LINE
           END-IF.

           MOVE SPACES               TO EXT-RPT-TOT-LINE.
           MOVE 'POLICY KEYS READ'   TO EXT-RPT-TOT-TXT.
           MOVE EXT-READ-CNT         TO EXT-RPT-TOT-CNT.
           MOVE EXT-SKIP-CNT         TO EXT-RPT-TOT-CNT.
           WRITE EXT-RPT-REC FROM EXT-RPT-TOT-LINE.

           MOVE SPACES               TO EXT-RPT-TOT-LINE.
           MOVE 'KEYS IN PARTITION RANGE'
                                     TO EXT-RPT-TOT-TXT.
           MOVE EXT-RANGE-CNT        TO EXT-RPT-TOT-CNT.
           WRITE EXT-RPT-REC FROM EXT-RPT-TOT-LINE.

           MOVE SPACES               TO EXT-RPT-TOT-LINE.
           MOVE 'KEYS BELOW PARTITION RANGE'
                                     TO EXT-RPT-TOT-TXT.
           MOVE EXT-OUTRNG-CNT       TO EXT-RPT-TOT-CNT.
           WRITE EXT-RPT-REC FROM EXT-RPT-TOT-LINE.

           MOVE SPACES               TO EXT-RPT-TOT-LINE.
           MOVE 'EXTRACT RECORDS WRITTEN'
                                     TO EXT-RPT-TOT-TXT.
           MOVE EXT-ERR-CNT          TO EXT-RPT-TOT-CNT.
           WRITE EXT-RPT-REC FROM EXT-RPT-TOT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE EXTPOL-FILE
                 EXTOUT-FILE
                 EXTRPT-FILE.

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
           INITIALIZE EXT-LDG-REC.
           MOVE 'CSBM9528'           TO EXT-LDG-JOB-ID.
           PERFORM  8910-SET-RUN-DT
               THRU 8910-SET-RUN-DT-X.
           MOVE EXT-RUN-DT           TO EXT-LDG-RUN-DT.
           MOVE EXT-PART-NO          TO EXT-LDG-STEP-NO.
           MOVE WGLOB-PROCESS-DATE   TO EXT-LDG-PROC-DT.
           ACCEPT EXT-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT EXT-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO EXT-LDG-STAT-CD.

           MOVE 'EXTPOLIN'           TO EXT-LDG-CTL-ID (1).
           MOVE EXT-READ-CNT         TO EXT-LDG-CTL-CNT (1).

           MOVE 'EXTOUT'             TO EXT-LDG-CTL-ID (2).
           MOVE EXT-WRIT-CNT         TO EXT-LDG-CTL-CNT (2).

           MOVE 'ERRORS'             TO EXT-LDG-CTL-ID (3).
           MOVE EXT-ERR-CNT          TO EXT-LDG-CTL-CNT (3).

           MOVE 'INRANGE'            TO EXT-LDG-CTL-ID (4).
           MOVE EXT-RANGE-CNT        TO EXT-LDG-CTL-CNT (4).

           MOVE 'BELOWRNG'           TO EXT-LDG-CTL-ID (5).
           MOVE EXT-OUTRNG-CNT       TO EXT-LDG-CTL-CNT (5).

           MOVE 'RSTRTSKP'           TO EXT-LDG-CTL-ID (6).
           MOVE EXT-SKIP-CNT         TO EXT-LDG-CTL-CNT (6).

           OPEN EXTEND EXTLEDG-FILE.
           WRITE EXT-LDG-REC.
           CLOSE EXTLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      /
      *----------------------
       8910-SET-RUN-DT.
      *----------------------
      *
      *  THE RECORD IS POSTED UNDER THE PROCESS DATE THE RUN WAS FOR,
      *  NOT THE DAY THE STEP HAPPENS TO END, SO A STEP THAT RUNS
      *  PAST MIDNIGHT OR A RERUN FOR AN EARLIER DATE BALANCES UNDER
      *  THE RIGHT DATE.  ONLY AN UNUSABLE PROCESS DATE FALLS BACK
      *  TO TODAY
      *
           MOVE WGLOB-PROCESS-DATE   TO EXT-PDT.
           IF  EXT-PDT-YYYY NUMERIC
           AND EXT-PDT-MM   NUMERIC
           AND EXT-PDT-DD   NUMERIC
               MOVE EXT-PDT-YYYY     TO EXT-RUN-YYYY
               MOVE EXT-PDT-MM       TO EXT-RUN-MM
               MOVE EXT-PDT-DD       TO EXT-RUN-DD
           ELSE
               ACCEPT EXT-RUN-DT FROM DATE YYYYMMDD
           END-IF.

       8910-SET-RUN-DT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9528                     **
