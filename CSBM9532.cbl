      *  AS AN EXCEPTIONS FILE FOR DATA-QUALITY TO WORK PLUS A        *
      *  SUMMARY REPORT.                                              *
      *                                                               *
      *  INPUTS: INTPARM - RUN DATE (1-8); OPTIONAL (DD DUMMY)        *
      *          INTPOLC - POLC UNLOAD IN POLICY-ID SEQUENCE          *
      *          INTCLI  - CLIENT-ID UNLOAD IN CLIENT-ID SEQUENCE     *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *  THE RECORD IS POSTED UNDER THE STREAM'S RUN DATE FROM        *
      *  INTPARM (THE DATE ON BALPARM), SO A STEP THAT ENDS AFTER     *
      *  MIDNIGHT OR A RERUN FOR AN EARLIER DATE STILL BALANCES UNDER *
      *  THE RIGHT DATE; WITHOUT A CARD THE RUN DATE IS TODAY.        *
      *****************************************************************

      /

       FILE-CONTROL.

           SELECT INTPARM-FILE   ASSIGN TO INTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS INT-PARM-STAT.

           SELECT INTPOLC-FILE   ASSIGN TO INTPOLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS INT-POLC-STAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS INT-RPT-STAT.

           SELECT INTLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS INT-LDG-STAT.

           SELECT INTSORT-FILE   ASSIGN TO SORTWK01.

      ***************

       FILE SECTION.

       FD  INTPARM-FILE
           RECORDING MODE IS F.
       01  INT-PARM-REC.
           05  INT-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  INTPOLC-FILE
           RECORDING MODE IS F.
       01  INT-POLC-REC.
           RECORDING MODE IS F.
       01  INT-RPT-REC                         PIC X(132).

       FD  INTLEDG-FILE
           RECORDING MODE IS F.
       01  INT-LDG-REC.
           05  INT-LDG-JOB-ID                  PIC X(08).
           05  INT-LDG-RUN-DT                  PIC 9(08).
           05  INT-LDG-STEP-NO                 PIC 9(02).
           05  INT-LDG-PROC-DT                 PIC X(10).
           05  INT-LDG-WRIT-DT                 PIC 9(08).
           05  INT-LDG-WRIT-TIME               PIC 9(08).
           05  INT-LDG-STAT-CD                 PIC X(01).
           05  INT-LDG-OVRD-IND                PIC X(01).
           05  INT-LDG-CTL-T OCCURS 8.
               10  INT-LDG-CTL-ID              PIC X(08).
               10  INT-LDG-CTL-CNT             PIC 9(09).
               10  INT-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  INTSORT-FILE.
       01  INT-SRT-REC.
           05  INT-SRT-CLI-ID                  PIC X(10).
       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9532'.

       01  INT-WORKING-STORAGE.
           05  INT-PARM-STAT                   PIC X(02).
           05  INT-POLC-STAT                   PIC X(02).
               88  INT-POLC-EOF                VALUE '10'.
           05  INT-CLI-STAT                    PIC X(02).
               88  INT-CLI-EOF                 VALUE '10'.
           05  INT-EXCP-STAT                   PIC X(02).
           05  INT-RPT-STAT                    PIC X(02).
           05  INT-LDG-STAT                    PIC X(02).
           05  INT-SRT-EOF-SW                  PIC X(01).
               88  INT-SRT-EOF                 VALUE 'Y'.
           05  INT-RUN-DT                      PIC 9(08).
           05  INT-GRP-POL-ID                  PIC X(10).
           05  INT-PRI-OWN-CNT                 PIC S9(04) BINARY.
           05  INT-PRI-INS-CNT                 PIC S9(04) BINARY.
           MOVE ZERO                 TO INT-ORPHN-CLI-CNT.
           MOVE ZERO                 TO INT-EXCP-CNT.

      *  THE PARM CARD IS OPTIONAL (DD DUMMY): WITHOUT ONE THE RUN
      *  DATE IS TODAY
           MOVE ZERO                 TO INT-RUN-DT.
           OPEN INPUT  INTPARM-FILE.
           READ INTPARM-FILE.
           IF  INT-PARM-STAT = '00'
               MOVE INT-PARM-RUN-DT  TO INT-RUN-DT
           END-IF.
           CLOSE INTPARM-FILE.

           IF  INT-RUN-DT NOT NUMERIC
           OR  INT-RUN-DT = ZERO
               ACCEPT INT-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  INTPOLC-FILE
                       INTCLI-FILE.
           OPEN OUTPUT INTEXCP-FILE
                       INTRPT-FILE.

           MOVE INT-RUN-DT           TO INT-RPT-HDG-DT.
           WRITE INT-RPT-REC FROM INT-RPT-HDG-LINE.
           MOVE SPACES               TO INT-RPT-REC.
           WRITE INT-RPT-REC.
           MOVE INT-EXCP-CNT         TO INT-RPT-CNT-NUM.
           WRITE INT-RPT-REC FROM INT-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE INTPOLC-FILE
                 INTCLI-FILE
                 INTEXCP-FILE

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
           INITIALIZE INT-LDG-REC.
           MOVE 'CSBM9532'           TO INT-LDG-JOB-ID.
           MOVE INT-RUN-DT           TO INT-LDG-RUN-DT.
           ACCEPT INT-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT INT-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO INT-LDG-STAT-CD.

           MOVE 'INTPOLC'            TO INT-LDG-CTL-ID (1).
           MOVE INT-POLC-READ-CNT    TO INT-LDG-CTL-CNT (1).

           MOVE 'POLICIES'           TO INT-LDG-CTL-ID (2).
           MOVE INT-POL-CNT          TO INT-LDG-CTL-CNT (2).

           MOVE 'INTEXCP'            TO INT-LDG-CTL-ID (3).
           MOVE INT-EXCP-CNT         TO INT-LDG-CTL-CNT (3).

           OPEN EXTEND INTLEDG-FILE.
           WRITE INT-LDG-REC.
           CLOSE INTLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9532                     **
