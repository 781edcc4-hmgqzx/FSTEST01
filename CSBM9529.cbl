      *  CANCELLED ROWS CLEARS THE SAME WAY.  THE AGED OPEN-ITEMS     *
      *  REPORT (RCNAGED) REPLACES THE CASH-CONTROL SPREADSHEET,      *
      *  WITH OVER-3 / OVER-7 / OVER-14 DAY COUNTS FOR THE PACK.      *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *                                                               *
      *  BECAUSE EVERY RUN AGES THE OPEN ITEMS, A SECOND RUN FOR A    *
      *  RUN DATE ALREADY COMPLETED ON THE LEDGER IS REFUSED (RC 16)  *
      *  UNLESS THE OPTIONAL RCNPARM CARD (RUN DATE IN 1-8, 'Y' IN    *
      *  COLUMN 10) REQUESTS THE OVERRIDE.  WITHOUT A CARD THE RUN    *
      *  DATE IS TODAY.                                               *
      *****************************************************************

      /

       FILE-CONTROL.

           SELECT RCNPARM-FILE   ASSIGN TO RCNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RCN-PARM-STAT.

           SELECT RCNLFCM-FILE   ASSIGN TO RCNLFCM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RCN-LFCM-STAT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RCN-AGED-STAT.

           SELECT RCNLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS RCN-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  RCNPARM-FILE
           RECORDING MODE IS F.
       01  RCN-PARM-REC.
           05  RCN-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RCN-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(70).

       FD  RCNLFCM-FILE
           RECORDING MODE IS F.
       01  RCN-LFCM-REC.
           RECORDING MODE IS F.
       01  RCN-AGED-REC                        PIC X(132).

       FD  RCNLEDG-FILE
           RECORDING MODE IS F.
       01  RCN-LDG-REC.
           05  RCN-LDG-JOB-ID                  PIC X(08).
           05  RCN-LDG-RUN-DT                  PIC 9(08).
           05  RCN-LDG-STEP-NO                 PIC 9(02).
           05  RCN-LDG-PROC-DT                 PIC X(10).
           05  RCN-LDG-WRIT-DT                 PIC 9(08).
           05  RCN-LDG-WRIT-TIME               PIC 9(08).
           05  RCN-LDG-STAT-CD                 PIC X(01).
           05  RCN-LDG-OVRD-IND                PIC X(01).
           05  RCN-LDG-CTL-T OCCURS 8.
               10  RCN-LDG-CTL-ID              PIC X(08).
               10  RCN-LDG-CTL-CNT             PIC 9(09).
               10  RCN-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9529'.
           05  RCN-ZPAY-STAT                   PIC X(02).
               88  RCN-ZPAY-EOF                VALUE '10'.
           05  RCN-RPT-STAT                    PIC X(02).
           05  RCN-LDG-STAT                    PIC X(02).
           05  RCN-LFCM-KEY.
               10  RCN-LFCM-KEY-POL-ID         PIC X(10).
               10  RCN-LFCM-KEY-PAY-DT         PIC X(10).
           05  RCN-AGE-OVR-3-CNT               PIC S9(09) BINARY.
           05  RCN-AGE-OVR-7-CNT               PIC S9(09) BINARY.
           05  RCN-AGE-OVR-14-CNT              PIC S9(09) BINARY.
           05  RCN-PARM-STAT                   PIC X(02).
           05  RCN-OVRD-IND                    PIC X(01).
               88  RCN-OVRD-RQSTD              VALUE 'Y'.
           05  RCN-PRIOR-RUN-SW                PIC X(01).
               88  RCN-PRIOR-RUN-FOUND         VALUE 'Y'.
           05  RCN-LFCM-HASH-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  RCN-ZPAY-HASH-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  RCN-SUSPI-HASH-AMT              PIC S9(15)V9(02)
                                               COMP-3.
           05  RCN-SUSPO-HASH-AMT              PIC S9(15)V9(02)
                                               COMP-3.

      *  SUSPENSE ITEM BUILT HERE BEFORE IT IS WRITTEN, WHETHER NEW,
      *  RE-PRESENTED WITH TODAY'S AMOUNTS OR CARRIED FORWARD AS-IS
           05  RCN-RPT-DTL-TXT                 PIC X(25).
           05  FILLER                          PIC X(46).

       01  RCN-RPT-MSG-LINE.
           05  FILLER                          PIC X(01).
           05  RCN-RPT-MSG-TXT                 PIC X(60).
           05  FILLER                          PIC X(71).

       01  RCN-RPT-TOT-LINE.
           05  FILLER                          PIC X(01).
           05  RCN-RPT-TOT-TXT                 PIC X(35).
           MOVE ZERO                 TO RCN-AGE-OVR-3-CNT.
           MOVE ZERO                 TO RCN-AGE-OVR-7-CNT.
           MOVE ZERO                 TO RCN-AGE-OVR-14-CNT.
           MOVE ZERO                 TO RCN-LFCM-HASH-AMT.
           MOVE ZERO                 TO RCN-ZPAY-HASH-AMT.
           MOVE ZERO                 TO RCN-SUSPI-HASH-AMT.
           MOVE ZERO                 TO RCN-SUSPO-HASH-AMT.

      *  THE PARM CARD IS OPTIONAL (DD DUMMY): WITHOUT ONE THE RUN
      *  DATE IS TODAY AND NO RERUN OVERRIDE IS IN FORCE
           MOVE ZERO                 TO RCN-RUN-DT.
           MOVE SPACE                TO RCN-OVRD-IND.
           OPEN INPUT  RCNPARM-FILE.
           READ RCNPARM-FILE.
           IF  RCN-PARM-STAT = '00'
               MOVE RCN-PARM-RUN-DT  TO RCN-RUN-DT
               MOVE RCN-PARM-OVRD-IND
                                     TO RCN-OVRD-IND
           END-IF.
           CLOSE RCNPARM-FILE.

           IF  RCN-RUN-DT NOT NUMERIC
           OR  RCN-RUN-DT = ZERO
               ACCEPT RCN-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

      *  A SECOND RUN FOR THE SAME DATE WOULD AGE EVERY OPEN SUSPENSE
      *  ITEM TWICE - STOP BEFORE THE NEW MASTER IS EVEN OPENED
           IF  RCN-PRIOR-RUN-FOUND
           AND NOT RCN-OVRD-RQSTD
               OPEN OUTPUT RCNRPT-FILE
               MOVE RCN-RUN-DT       TO RCN-RPT-HDG-DT
               WRITE RCN-RPT-REC FROM RCN-RPT-HDG-LINE
               MOVE SPACES           TO RCN-RPT-REC
               WRITE RCN-RPT-REC
               MOVE SPACES           TO RCN-RPT-MSG-LINE
               MOVE 'ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUIRED'
                                     TO RCN-RPT-MSG-TXT
               WRITE RCN-RPT-REC FROM RCN-RPT-MSG-LINE
               CLOSE RCNRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  RCNLFCM-FILE
                       RCNZPAY-FILE
                       RCNSUSPO-FILE
                       RCNAGED-FILE.

           MOVE RCN-RUN-DT           TO RCN-RPT-HDG-DT.
           WRITE RCN-RPT-REC FROM RCN-RPT-HDG-LINE.
           MOVE SPACES               TO RCN-RPT-REC.
           WRITE RCN-RPT-REC.
           IF  RCN-PRIOR-RUN-FOUND
               MOVE SPACES           TO RCN-RPT-MSG-LINE
               MOVE 'RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO RCN-RPT-MSG-TXT
               WRITE RCN-RPT-REC FROM RCN-RPT-MSG-LINE
               MOVE SPACES           TO RCN-RPT-REC
               WRITE RCN-RPT-REC
           END-IF.
           WRITE RCN-RPT-REC FROM RCN-RPT-COL-LINE.
           MOVE SPACES               TO RCN-RPT-REC.
           WRITE RCN-RPT-REC.
       1000-INITIALIZE-X.
           EXIT.
      /
      *-----------------------
       1500-CHECK-PRIOR-RUN.
      *-----------------------
      *
      *  LOOK FOR A COMPLETED RUN OF THIS JOB FOR THE SAME RUN DATE
      *  ON THE RUN-CONTROL LEDGER.  NO LEDGER YET MEANS NO PRIOR RUN
      *
           MOVE SPACE                TO RCN-PRIOR-RUN-SW.

           OPEN INPUT  RCNLEDG-FILE.
           IF  RCN-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL RCN-LDG-STAT NOT = '00'
                   OR    RCN-PRIOR-RUN-FOUND.

           CLOSE RCNLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ RCNLEDG-FILE.

           IF  RCN-LDG-STAT = '00'
           AND RCN-LDG-JOB-ID  = 'CSBM9529'
           AND RCN-LDG-RUN-DT  = RCN-RUN-DT
           AND RCN-LDG-STAT-CD = 'C'
               SET RCN-PRIOR-RUN-FOUND TO TRUE
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *---------------------
       2000-MATCH-PAYMENTS.
      *---------------------

           IF  NOT RCN-LFCM-EOF
               ADD +1                TO RCN-LFCM-READ-CNT
               ADD RCN-LFCM-PAY-AMT  TO RCN-LFCM-HASH-AMT
           END-IF.

       2100-READ-LFCM-X.

           IF  NOT RCN-ZPAY-EOF
               ADD +1                TO RCN-ZPAY-READ-CNT
               ADD RCN-ZPAY-PMT-TRXN-AMT
                                     TO RCN-ZPAY-HASH-AMT
           END-IF.

       2200-READ-ZPAY-X.
               MOVE HIGH-VALUES      TO RCN-SUSP-KEY
           ELSE
               ADD +1                TO RCN-SUSP-IN-CNT
               ADD RCN-SUSP-LFCM-AMT RCN-SUSP-ZPAY-AMT
                                     TO RCN-SUSPI-HASH-AMT
               MOVE RCN-SUSP-POL-ID  TO RCN-SUSP-KEY-POL-ID
               MOVE RCN-SUSP-PAY-DT  TO RCN-SUSP-KEY-PAY-DT
           END-IF.
      *
           WRITE RCN-SUSP-OUT-REC FROM RCN-SUSP-WORK.
           ADD +1                    TO RCN-SUSP-OPEN-CNT.
           ADD RCN-SW-LFCM-AMT RCN-SW-ZPAY-AMT
                                     TO RCN-SUSPO-HASH-AMT.

           MOVE SPACES               TO RCN-AGED-DTL-LINE.
           MOVE RCN-SW-POL-ID        TO RCN-AGED-DTL-POL-ID.
           MOVE RCN-AGE-OVR-14-CNT   TO RCN-AGED-CNT-NUM.
           WRITE RCN-AGED-REC FROM RCN-AGED-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE RCNLFCM-FILE
                 RCNZPAY-FILE
                 RCNRPT-FILE

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
           INITIALIZE RCN-LDG-REC.
           MOVE 'CSBM9529'           TO RCN-LDG-JOB-ID.
           MOVE RCN-RUN-DT           TO RCN-LDG-RUN-DT.
           ACCEPT RCN-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT RCN-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO RCN-LDG-STAT-CD.
           MOVE RCN-OVRD-IND         TO RCN-LDG-OVRD-IND.

           MOVE 'RCNLFCM'            TO RCN-LDG-CTL-ID (1).
           MOVE RCN-LFCM-READ-CNT    TO RCN-LDG-CTL-CNT (1).
           MOVE RCN-LFCM-HASH-AMT    TO RCN-LDG-CTL-HASH (1).

           MOVE 'RCNZPAY'            TO RCN-LDG-CTL-ID (2).
           MOVE RCN-ZPAY-READ-CNT    TO RCN-LDG-CTL-CNT (2).
           MOVE RCN-ZPAY-HASH-AMT    TO RCN-LDG-CTL-HASH (2).

           MOVE 'RCNSUSPI'           TO RCN-LDG-CTL-ID (3).
           MOVE RCN-SUSP-IN-CNT      TO RCN-LDG-CTL-CNT (3).
           MOVE RCN-SUSPI-HASH-AMT   TO RCN-LDG-CTL-HASH (3).

           MOVE 'RCNSUSPO'           TO RCN-LDG-CTL-ID (4).
           MOVE RCN-SUSP-OPEN-CNT    TO RCN-LDG-CTL-CNT (4).
           MOVE RCN-SUSPO-HASH-AMT   TO RCN-LDG-CTL-HASH (4).

           MOVE 'CARRIED'            TO RCN-LDG-CTL-ID (5).
           MOVE RCN-SUSP-CARRY-CNT   TO RCN-LDG-CTL-CNT (5).

           MOVE 'CLEARED'            TO RCN-LDG-CTL-ID (6).
           MOVE RCN-SUSP-CLEAR-CNT   TO RCN-LDG-CTL-CNT (6).

           MOVE 'NEWITEMS'           TO RCN-LDG-CTL-ID (7).
           MOVE RCN-SUSP-NEW-CNT     TO RCN-LDG-CTL-CNT (7).

           OPEN EXTEND RCNLEDG-FILE.
           WRITE RCN-LDG-REC.
           CLOSE RCNLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9529                     **
