      *          POFIN   - ZPOF OFFER UNLOAD                          *
      *  OUTPUT: POFOUT  - UPDATED OFFER MASTER FOR RELOAD            *
      *          POFRPT  - DAILY COUNT REPORT                         *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *                                                               *
      *  A SECOND RUN FOR A RUN DATE ALREADY COMPLETED ON THE LEDGER  *
      *  IS REFUSED (RC 16) UNLESS COLUMN 14 OF THE PARM CARD HOLDS   *
      *  'Y', SO A RESUBMITTED STEP CANNOT SWEEP A RELOADED MASTER    *
      *  TWICE.                                                       *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS POF-RPT-STAT.

           SELECT POFLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS POF-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************
           05  POF-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  POF-PARM-HORIZ-DYS              PIC 9(03).
           05  FILLER                          PIC X(01).
           05  POF-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(66).

       FD  POFIN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  POF-RPT-REC                         PIC X(132).

       FD  POFLEDG-FILE
           RECORDING MODE IS F.
       01  POF-LDG-REC.
           05  POF-LDG-JOB-ID                  PIC X(08).
           05  POF-LDG-RUN-DT                  PIC 9(08).
           05  POF-LDG-STEP-NO                 PIC 9(02).
           05  POF-LDG-PROC-DT                 PIC X(10).
           05  POF-LDG-WRIT-DT                 PIC 9(08).
           05  POF-LDG-WRIT-TIME               PIC 9(08).
           05  POF-LDG-STAT-CD                 PIC X(01).
           05  POF-LDG-OVRD-IND                PIC X(01).
           05  POF-LDG-CTL-T OCCURS 8.
               10  POF-LDG-CTL-ID              PIC X(08).
               10  POF-LDG-CTL-CNT             PIC 9(09).
               10  POF-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9534'.
               88  POF-IN-EOF                  VALUE '10'.
           05  POF-OUT-STAT                    PIC X(02).
           05  POF-RPT-STAT                    PIC X(02).
           05  POF-LDG-STAT                    PIC X(02).
           05  POF-RUN-DT                      PIC 9(08).
           05  POF-RUN-DT-R REDEFINES POF-RUN-DT.
               10  POF-RUN-YYYY                PIC 9(04).
           05  POF-EXP-DAY-CNT                 PIC S9(09) BINARY.
           05  POF-CLOSED-CNT                  PIC S9(09) BINARY.
           05  POF-BAD-DT-CNT                  PIC S9(09) BINARY.
           05  POF-WRIT-CNT                    PIC S9(09) BINARY.
           05  POF-OVRD-IND                    PIC X(01).
               88  POF-OVRD-RQSTD              VALUE 'Y'.
           05  POF-PRIOR-RUN-SW                PIC X(01).
               88  POF-PRIOR-RUN-FOUND         VALUE 'Y'.

      *  EXTERNAL (YYYY-MM-DD) DATE PULLED APART FOR THE DAY-NUMBER
      *  ARITHMETIC, AND THE RUN DATE IN THE SAME EXTERNAL FORM FOR
           MOVE ZERO                 TO POF-EXP-DAY-CNT.
           MOVE ZERO                 TO POF-CLOSED-CNT.
           MOVE ZERO                 TO POF-BAD-DT-CNT.
           MOVE ZERO                 TO POF-WRIT-CNT.

           OPEN INPUT  POFPARM-FILE.
           READ POFPARM-FILE.
           OR  POF-HORIZ-DYS = ZERO
               MOVE 090              TO POF-HORIZ-DYS
           END-IF.
           MOVE POF-PARM-OVRD-IND    TO POF-OVRD-IND.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

      *  THE NEW MASTER IS RELOADED OVER THE OLD ONE, SO A RESUBMITTED
      *  STEP STOPS HERE BEFORE POFOUT IS EVEN OPENED
           IF  POF-PRIOR-RUN-FOUND
           AND NOT POF-OVRD-RQSTD
               OPEN OUTPUT POFRPT-FILE
               MOVE POF-RUN-DT       TO POF-RPT-HDG-DT
               WRITE POF-RPT-REC FROM POF-RPT-HDG-LINE
               MOVE SPACES           TO POF-RPT-REC
               WRITE POF-RPT-REC
               MOVE ' *** ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUI
      -             'RED'            TO POF-RPT-REC
               WRITE POF-RPT-REC
               CLOSE POFRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE POF-RUN-DT           TO POF-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
           MOVE SPACES               TO POF-RPT-REC.
           WRITE POF-RPT-REC.

           IF  POF-PRIOR-RUN-FOUND
               MOVE ' *** RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO POF-RPT-REC
               WRITE POF-RPT-REC
               MOVE SPACES           TO POF-RPT-REC
               WRITE POF-RPT-REC
           END-IF.

           PERFORM  2100-READ-OFFER
               THRU 2100-READ-OFFER-X.

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
           MOVE SPACE                TO POF-PRIOR-RUN-SW.

           OPEN INPUT  POFLEDG-FILE.
           IF  POF-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL POF-LDG-STAT NOT = '00'
                   OR    POF-PRIOR-RUN-FOUND.

           CLOSE POFLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ POFLEDG-FILE.

           IF  POF-LDG-STAT = '00'
           AND POF-LDG-JOB-ID  = 'CSBM9534'
           AND POF-LDG-RUN-DT  = POF-RUN-DT
           AND POF-LDG-STAT-CD = 'C'
               SET POF-PRIOR-RUN-FOUND TO TRUE
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *----------------------
       2000-SWEEP-ONE-OFFER.
      *----------------------
           END-EVALUATE.

           WRITE POF-OUT-REC FROM POF-IN-REC.
           ADD +1                    TO POF-WRIT-CNT.

           PERFORM  2100-READ-OFFER
               THRU 2100-READ-OFFER-X.
           MOVE POF-BAD-DT-CNT       TO POF-RPT-CNT-NUM.
           WRITE POF-RPT-REC FROM POF-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE POFIN-FILE
                 POFOUT-FILE
                 POFRPT-FILE.

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
           INITIALIZE POF-LDG-REC.
           MOVE 'CSBM9534'           TO POF-LDG-JOB-ID.
           MOVE POF-RUN-DT           TO POF-LDG-RUN-DT.
           ACCEPT POF-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT POF-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO POF-LDG-STAT-CD.
           MOVE POF-OVRD-IND         TO POF-LDG-OVRD-IND.

           MOVE 'POFIN'              TO POF-LDG-CTL-ID (1).
           MOVE POF-READ-CNT         TO POF-LDG-CTL-CNT (1).

           MOVE 'POFOUT'             TO POF-LDG-CTL-ID (2).
           MOVE POF-WRIT-CNT         TO POF-LDG-CTL-CNT (2).

           MOVE 'EXPIRED'            TO POF-LDG-CTL-ID (3).
           MOVE POF-EXP-DAY-CNT      TO POF-LDG-CTL-CNT (3).

           MOVE 'OPEN'               TO POF-LDG-CTL-ID (4).
           MOVE POF-OPEN-CNT         TO POF-LDG-CTL-CNT (4).

           MOVE 'CLOSED'             TO POF-LDG-CTL-ID (5).
           MOVE POF-CLOSED-CNT       TO POF-LDG-CTL-CNT (5).

           OPEN EXTEND POFLEDG-FILE.
           WRITE POF-LDG-REC.
           CLOSE POFLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9534                     **
