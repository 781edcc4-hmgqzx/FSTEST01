      *  ALSO WRITTEN TO AN EXCEPTION FILE (AGBORPH) DISTRIBUTION     *
      *  FEEDS STRAIGHT INTO THEIR REASSIGNMENT PROCESS.              *
      *                                                               *
      *  INPUTS: AGBPARM - RUN DATE (1-8); OPTIONAL (DD DUMMY)        *
      *          AGBPOL - POLICY MASTER UNLOAD                        *
      *          AGBAG  - AG AGENT UNLOAD IN AGENT-ID SEQUENCE        *
      *  OUTPUT: AGBRPT  - BOOK-OF-BUSINESS REPORT BY AGENT           *
      *          AGBORPH - ORPHANED-POLICY EXCEPTION FILE             *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *  THE RECORD IS POSTED UNDER THE STREAM'S RUN DATE FROM        *
      *  AGBPARM (THE DATE ON BALPARM), SO A STEP THAT ENDS AFTER     *
      *  MIDNIGHT OR A RERUN FOR AN EARLIER DATE STILL BALANCES UNDER *
      *  THE RIGHT DATE; WITHOUT A CARD THE RUN DATE IS TODAY.        *
      *****************************************************************

      /

       FILE-CONTROL.

           SELECT AGBPARM-FILE   ASSIGN TO AGBPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AGB-PARM-STAT.

           SELECT AGBPOL-FILE    ASSIGN TO AGBPOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AGB-POL-STAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AGB-RPT-STAT.

           SELECT AGBLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS AGB-LDG-STAT.

           SELECT AGBSORT-FILE   ASSIGN TO SORTWK01.

      ***************

       FILE SECTION.

       FD  AGBPARM-FILE
           RECORDING MODE IS F.
       01  AGB-PARM-REC.
           05  AGB-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  AGBPOL-FILE
           RECORDING MODE IS F.
       01  AGB-POL-REC.
           RECORDING MODE IS F.
       01  AGB-RPT-REC                         PIC X(132).

       FD  AGBLEDG-FILE
           RECORDING MODE IS F.
       01  AGB-LDG-REC.
           05  AGB-LDG-JOB-ID                  PIC X(08).
           05  AGB-LDG-RUN-DT                  PIC 9(08).
           05  AGB-LDG-STEP-NO                 PIC 9(02).
           05  AGB-LDG-PROC-DT                 PIC X(10).
           05  AGB-LDG-WRIT-DT                 PIC 9(08).
           05  AGB-LDG-WRIT-TIME               PIC 9(08).
           05  AGB-LDG-STAT-CD                 PIC X(01).
           05  AGB-LDG-OVRD-IND                PIC X(01).
           05  AGB-LDG-CTL-T OCCURS 8.
               10  AGB-LDG-CTL-ID              PIC X(08).
               10  AGB-LDG-CTL-CNT             PIC 9(09).
               10  AGB-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  AGBSORT-FILE.
       01  AGB-SRT-REC.
           05  AGB-SRT-SERV-AGT-ID             PIC X(10).
       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9536'.

       01  AGB-WORKING-STORAGE.
           05  AGB-PARM-STAT                   PIC X(02).
           05  AGB-POL-STAT                    PIC X(02).
               88  AGB-POL-EOF                 VALUE '10'.
           05  AGB-AG-STAT                     PIC X(02).
               88  AGB-AG-EOF                  VALUE '10'.
           05  AGB-ORPH-STAT                   PIC X(02).
           05  AGB-RPT-STAT                    PIC X(02).
           05  AGB-LDG-STAT                    PIC X(02).
           05  AGB-RUN-DT                      PIC 9(08).
           05  AGB-POL-READ-CNT                PIC S9(09) BINARY.
           05  AGB-INFC-CNT                    PIC S9(09) BINARY.
           05  AGB-AGT-CNT                     PIC S9(09) BINARY.
           05  AGB-AGT-POL-CNT                 PIC S9(09) BINARY.
           05  AGB-AGT-MPREM-TOT               PIC S9(13)V9(02)
                                               COMP-3.
           05  AGB-ORPH-HASH-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  AGB-PREV-AGT-ID                 PIC X(10).
           05  AGB-ORPH-SW                     PIC X(01).
               88  AGB-AGT-ORPHANED            VALUE 'M' 'T'.
           MOVE ZERO                 TO AGB-AGT-CNT.
           MOVE ZERO                 TO AGB-ORPH-AGT-CNT.
           MOVE ZERO                 TO AGB-ORPH-POL-CNT.
           MOVE ZERO                 TO AGB-ORPH-HASH-AMT.
           MOVE SPACES               TO AGB-PREV-AGT-ID.

      *  THE PARM CARD IS OPTIONAL (DD DUMMY): WITHOUT ONE THE RUN
      *  DATE IS TODAY
           MOVE ZERO                 TO AGB-RUN-DT.
           OPEN INPUT  AGBPARM-FILE.
           READ AGBPARM-FILE.
           IF  AGB-PARM-STAT = '00'
               MOVE AGB-PARM-RUN-DT  TO AGB-RUN-DT
           END-IF.
           CLOSE AGBPARM-FILE.

           IF  AGB-RUN-DT NOT NUMERIC
           OR  AGB-RUN-DT = ZERO
               ACCEPT AGB-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  AGBPOL-FILE
                       AGBAG-FILE.
           OPEN OUTPUT AGBORPH-FILE
                       AGBRPT-FILE.

           MOVE AGB-RUN-DT           TO AGB-RPT-HDG-DT.
           WRITE AGB-RPT-REC FROM AGB-RPT-HDG-LINE.
           MOVE SPACES               TO AGB-RPT-REC.
           WRITE AGB-RPT-REC.
           MOVE AGB-SRT-OWNR-CLI-ID  TO AGB-ORPH-OWNR-CLI-ID.
           MOVE AGB-SRT-SERV-BR-ID   TO AGB-ORPH-SERV-BR-ID.
           WRITE AGB-ORPH-REC.
           ADD AGB-SRT-MPREM-AMT     TO AGB-ORPH-HASH-AMT.

       5350-WRITE-ORPHAN-X.
           EXIT.
           MOVE AGB-ORPH-POL-CNT     TO AGB-RPT-CNT-NUM.
           WRITE AGB-RPT-REC FROM AGB-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE AGBPOL-FILE
                 AGBAG-FILE
                 AGBORPH-FILE

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
           INITIALIZE AGB-LDG-REC.
           MOVE 'CSBM9536'           TO AGB-LDG-JOB-ID.
           MOVE AGB-RUN-DT           TO AGB-LDG-RUN-DT.
           ACCEPT AGB-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT AGB-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO AGB-LDG-STAT-CD.

           MOVE 'AGBPOL'             TO AGB-LDG-CTL-ID (1).
           MOVE AGB-POL-READ-CNT     TO AGB-LDG-CTL-CNT (1).

           MOVE 'INFORCE'            TO AGB-LDG-CTL-ID (2).
           MOVE AGB-INFC-CNT         TO AGB-LDG-CTL-CNT (2).

           MOVE 'AGBORPH'            TO AGB-LDG-CTL-ID (3).
           MOVE AGB-ORPH-POL-CNT     TO AGB-LDG-CTL-CNT (3).
           MOVE AGB-ORPH-HASH-AMT    TO AGB-LDG-CTL-HASH (3).

           OPEN EXTEND AGBLEDG-FILE.
           WRITE AGB-LDG-REC.
           CLOSE AGBLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9536                     **
