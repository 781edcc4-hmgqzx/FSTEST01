      *     MAKES THE PURGE SAFELY RERUNNABLE IF IT ABENDS MID-FILE   *
      *     (RESTART-IND 'R' ON THE PARM CARD EXTENDS THE OUTPUTS     *
      *     AND SKIPS THE RECORDS ALREADY COPIED).                    *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *  THE RECORD IS POSTED UNDER THE STREAM'S RUN DATE FROM PARM   *
      *  COLUMNS 14-21 (THE DATE ON BALPARM), SO A STEP THAT ENDS     *
      *  AFTER MIDNIGHT OR A RERUN FOR AN EARLIER DATE STILL BALANCES *
      *  UNDER THE RIGHT DATE; A BLANK RUN DATE IS TODAY.             *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AUD-RPT-STAT.

           SELECT AUDLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AUD-LDG-STAT.

           SELECT AUDSORT-FILE   ASSIGN TO SORTWK01.

      ***************
           05  AUD-PARM-RETN-MTHS              PIC 9(03).
           05  FILLER                          PIC X(01).
           05  AUD-PARM-RSTRT-IND              PIC X(01).
           05  FILLER                          PIC X(01).
           05  AUD-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(59).

       FD  AUDMSTR-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AUD-RPT-REC                         PIC X(132).

       FD  AUDLEDG-FILE
           RECORDING MODE IS F.
       01  AUD-LDG-REC.
           05  AUD-LDG-JOB-ID                  PIC X(08).
           05  AUD-LDG-RUN-DT                  PIC 9(08).
           05  AUD-LDG-STEP-NO                 PIC 9(02).
           05  AUD-LDG-PROC-DT                 PIC X(10).
           05  AUD-LDG-WRIT-DT                 PIC 9(08).
           05  AUD-LDG-WRIT-TIME               PIC 9(08).
           05  AUD-LDG-STAT-CD                 PIC X(01).
           05  AUD-LDG-OVRD-IND                PIC X(01).
           05  AUD-LDG-CTL-T OCCURS 8.
               10  AUD-LDG-CTL-ID              PIC X(08).
               10  AUD-LDG-CTL-CNT             PIC 9(09).
               10  AUD-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  AUDSORT-FILE.
       01  AUD-SRT-REC.
           05  AUD-SRT-USER-ID                 PIC X(08).
               88  AUD-NEW-EOF                 VALUE '10'.
           05  AUD-CHK-STAT                    PIC X(02).
           05  AUD-RPT-STAT                    PIC X(02).
           05  AUD-LDG-STAT                    PIC X(02).
           05  AUD-RPT-YYYYMM                  PIC 9(06).
           05  AUD-RETN-MTHS                   PIC 9(03).
           05  AUD-RSTRT-IND                   PIC X(01).
               88  AUD-RSTRT-RQSTD             VALUE 'R'.
           05  AUD-RUN-DT                      PIC 9(08).
           05  AUD-CUTOFF-YYYYMM               PIC 9(06).
           05  AUD-CUTOFF-R REDEFINES AUD-CUTOFF-YYYYMM.
               10  AUD-CUTOFF-YYYY             PIC 9(04).
           MOVE AUD-PARM-RPT-YYYYMM  TO AUD-RPT-YYYYMM.
           MOVE AUD-PARM-RETN-MTHS   TO AUD-RETN-MTHS.
           MOVE AUD-PARM-RSTRT-IND   TO AUD-RSTRT-IND.
           MOVE AUD-PARM-RUN-DT      TO AUD-RUN-DT.
           IF  AUD-RUN-DT NOT NUMERIC
           OR  AUD-RUN-DT = ZERO
               ACCEPT AUD-RUN-DT FROM DATE YYYYMMDD
           END-IF.

      *  A BAD PARM CARD MUST NOT DRIVE THE CUTOFF ARITHMETIC: FALL
      *  BACK TO LAST MONTH AND THE STANDARD TWO-YEAR RETENTION
           MOVE AUD-KEEP-CNT         TO AUD-RPT-CNT-NUM.
           WRITE AUD-RPT-REC FROM AUD-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE AUDRPT-FILE.

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
           INITIALIZE AUD-LDG-REC.
           MOVE 'CSBM9531'           TO AUD-LDG-JOB-ID.
           MOVE AUD-RUN-DT           TO AUD-LDG-RUN-DT.
           ACCEPT AUD-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT AUD-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO AUD-LDG-STAT-CD.

           MOVE 'AUDMSTR'            TO AUD-LDG-CTL-ID (1).
           MOVE AUD-PURGE-READ-CNT   TO AUD-LDG-CTL-CNT (1).

           MOVE 'AUDARCH'            TO AUD-LDG-CTL-ID (2).
           MOVE AUD-ARCH-CNT         TO AUD-LDG-CTL-CNT (2).

           MOVE 'AUDNEW'             TO AUD-LDG-CTL-ID (3).
           MOVE AUD-KEEP-CNT         TO AUD-LDG-CTL-CNT (3).

           MOVE 'RSTRTSKP'           TO AUD-LDG-CTL-ID (4).
           MOVE AUD-PURGE-SKIP-CNT   TO AUD-LDG-CTL-CNT (4).

           MOVE 'LOOKUPS'            TO AUD-LDG-CTL-ID (5).
           MOVE AUD-TOT-LOOKUP-CNT   TO AUD-LDG-CTL-CNT (5).

           OPEN EXTEND AUDLEDG-FILE.
           WRITE AUD-LDG-REC.
           CLOSE AUDLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9531                     **
