      *  BOTH GENERATIONS MUST ARRIVE IN EXT-OUT-POL-ID SEQUENCE,     *
      *  WHICH IS THE ORDER CSBM9528 WRITES THEM.  THE RECORD LAYOUT  *
      *  MUST MATCH CSBM9528'S EXTOUT RECORD BYTE FOR BYTE.           *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS DLT-RPT-STAT.

           SELECT DLTLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS DLT-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************
           05  DLT-PREV-PROC-DT                PIC X(10).
           05  DLT-PREV-POL-ID                 PIC X(10).
           05  DLT-PREV-MIR-DATA               PIC X(8000).
           05  DLT-PREV-MIR-DV-DATA            PIC X(8881).

       FD  DLTCURR-FILE
           RECORDING MODE IS F.
           05  DLT-CURR-PROC-DT                PIC X(10).
           05  DLT-CURR-POL-ID                 PIC X(10).
           05  DLT-CURR-MIR-DATA               PIC X(8000).
           05  DLT-CURR-MIR-DV-DATA            PIC X(8881).

       FD  DLTOUT-FILE
           RECORDING MODE IS F.
       01  DLT-OUT-REC.
           05  DLT-OUT-CHNG-TYP-CD             PIC X(01).
           05  DLT-OUT-PROC-DT                 PIC X(10).
           05  DLT-OUT-EXTR-IMAGE              PIC X(16901).

       FD  DLTRPT-FILE
           RECORDING MODE IS F.
       01  DLT-RPT-REC                         PIC X(132).

       FD  DLTLEDG-FILE
           RECORDING MODE IS F.
       01  DLT-LDG-REC.
           05  DLT-LDG-JOB-ID                  PIC X(08).
           05  DLT-LDG-RUN-DT                  PIC 9(08).
           05  DLT-LDG-STEP-NO                 PIC 9(02).
           05  DLT-LDG-PROC-DT                 PIC X(10).
           05  DLT-LDG-WRIT-DT                 PIC 9(08).
           05  DLT-LDG-WRIT-TIME               PIC 9(08).
           05  DLT-LDG-STAT-CD                 PIC X(01).
           05  DLT-LDG-OVRD-IND                PIC X(01).
           05  DLT-LDG-CTL-T OCCURS 8.
               10  DLT-LDG-CTL-ID              PIC X(08).
               10  DLT-LDG-CTL-CNT             PIC 9(09).
               10  DLT-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9533'.
               88  DLT-CURR-EOF                VALUE '10'.
           05  DLT-OUT-STAT                    PIC X(02).
           05  DLT-RPT-STAT                    PIC X(02).
           05  DLT-LDG-STAT                    PIC X(02).
           05  DLT-PROC-DT                     PIC X(10).
           05  DLT-PREV-KEY                    PIC X(10).
           05  DLT-CURR-KEY                    PIC X(10).
           05  DLT-DEL-CNT                     PIC S9(09) BINARY.
           05  DLT-UNCHNG-CNT                  PIC S9(09) BINARY.

      *  EXTERNAL (YYYY-MM-DD) PROCESS DATE PULLED APART FOR THE
      *  LEDGER RUN DATE
       01  DLT-PDT.
           05  DLT-PDT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  DLT-PDT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  DLT-PDT-DD                      PIC X(02).

       01  DLT-RUN-DT-AREA.
           05  DLT-RUN-DT                      PIC 9(08).
           05  DLT-RUN-DT-R REDEFINES DLT-RUN-DT.
               10  DLT-RUN-YYYY                PIC 9(04).
               10  DLT-RUN-MM                  PIC 9(02).
               10  DLT-RUN-DD                  PIC 9(02).

       01  DLT-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(46)
           MOVE DLT-UNCHNG-CNT       TO DLT-RPT-CNT-NUM.
           WRITE DLT-RPT-REC FROM DLT-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE DLTPREV-FILE
                 DLTCURR-FILE
                 DLTOUT-FILE

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
           INITIALIZE DLT-LDG-REC.
           MOVE 'CSBM9533'           TO DLT-LDG-JOB-ID.
           PERFORM  8910-SET-RUN-DT
               THRU 8910-SET-RUN-DT-X.
           MOVE DLT-RUN-DT           TO DLT-LDG-RUN-DT.
           MOVE DLT-PROC-DT          TO DLT-LDG-PROC-DT.
           ACCEPT DLT-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT DLT-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO DLT-LDG-STAT-CD.

           MOVE 'DLTPREV'            TO DLT-LDG-CTL-ID (1).
           MOVE DLT-PREV-READ-CNT    TO DLT-LDG-CTL-CNT (1).

           MOVE 'DLTCURR'            TO DLT-LDG-CTL-ID (2).
           MOVE DLT-CURR-READ-CNT    TO DLT-LDG-CTL-CNT (2).

           MOVE 'DLTOUT'             TO DLT-LDG-CTL-ID (3).
           COMPUTE DLT-LDG-CTL-CNT (3) =
               DLT-ADD-CNT + DLT-CHNG-CNT + DLT-DEL-CNT.

           MOVE 'ADDS'               TO DLT-LDG-CTL-ID (4).
           MOVE DLT-ADD-CNT          TO DLT-LDG-CTL-CNT (4).

           MOVE 'CHANGES'            TO DLT-LDG-CTL-ID (5).
           MOVE DLT-CHNG-CNT         TO DLT-LDG-CTL-CNT (5).

           MOVE 'DELETES'            TO DLT-LDG-CTL-ID (6).
           MOVE DLT-DEL-CNT          TO DLT-LDG-CTL-CNT (6).

           MOVE 'UNCHNGD'            TO DLT-LDG-CTL-ID (7).
           MOVE DLT-UNCHNG-CNT       TO DLT-LDG-CTL-CNT (7).

           OPEN EXTEND DLTLEDG-FILE.
           WRITE DLT-LDG-REC.
           CLOSE DLTLEDG-FILE.

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
           MOVE DLT-PROC-DT          TO DLT-PDT.
           IF  DLT-PDT-YYYY NUMERIC
           AND DLT-PDT-MM   NUMERIC
           AND DLT-PDT-DD   NUMERIC
               MOVE DLT-PDT-YYYY     TO DLT-RUN-YYYY
               MOVE DLT-PDT-MM       TO DLT-RUN-MM
               MOVE DLT-PDT-DD       TO DLT-RUN-DD
           ELSE
               ACCEPT DLT-RUN-DT FROM DATE YYYYMMDD
           END-IF.

       8910-SET-RUN-DT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9533                     **
