      *  APPEARANCE COUNT RUN TO RUN; A POLICY THAT LEAVES THE CHASE  *
      *  POPULATION DROPS OFF AND A LATER BREACH STARTS OVER AT       *
      *  LEVEL 1.                                                     *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *                                                               *
      *  BECAUSE EVERY RUN ADVANCES THE APPEARANCE COUNTS, A SECOND   *
      *  RUN FOR A RUN DATE ALREADY COMPLETED ON THE LEDGER IS        *
      *  REFUSED (RC 16) UNLESS COLUMN 14 OF THE PARM CARD HOLDS 'Y'. *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ACK-LTR-STAT.

           SELECT ACKLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ACK-LDG-STAT.

           SELECT ACKSORT-FILE   ASSIGN TO SORTWK01.

      ***************
           05  ACK-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  ACK-PARM-HORIZ-DYS              PIC 9(03).
           05  FILLER                          PIC X(01).
           05  ACK-PARM-OVRD-IND               PIC X(01).
           05  FILLER                          PIC X(66).

       FD  ACKPLAN-FILE
           RECORDING MODE IS F.
           05  ACK-LTR-DAYS-OVRDU              PIC S9(05).
           05  FILLER                          PIC X(07).

       FD  ACKLEDG-FILE
           RECORDING MODE IS F.
       01  ACK-LDG-REC.
           05  ACK-LDG-JOB-ID                  PIC X(08).
           05  ACK-LDG-RUN-DT                  PIC 9(08).
           05  ACK-LDG-STEP-NO                 PIC 9(02).
           05  ACK-LDG-PROC-DT                 PIC X(10).
           05  ACK-LDG-WRIT-DT                 PIC 9(08).
           05  ACK-LDG-WRIT-TIME               PIC 9(08).
           05  ACK-LDG-STAT-CD                 PIC X(01).
           05  ACK-LDG-OVRD-IND                PIC X(01).
           05  ACK-LDG-CTL-T OCCURS 8.
               10  ACK-LDG-CTL-ID              PIC X(08).
               10  ACK-LDG-CTL-CNT             PIC 9(09).
               10  ACK-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  ACKSORT-FILE.
       01  ACK-SRT-REC.
           05  ACK-SRT-BR-ID                   PIC X(05).
           05  ACK-OWNR-STAT                   PIC X(02).
               88  ACK-OWNR-EOF                VALUE '10'.
           05  ACK-RPT-STAT                    PIC X(02).
           05  ACK-LDG-STAT                    PIC X(02).
           05  ACK-RUN-DT                      PIC 9(08).
           05  ACK-HORIZ-DYS                   PIC 9(03).
           05  ACK-RUN-SERIAL                  PIC S9(09) BINARY.
           05  ACK-LTR-STAT                    PIC X(02).
           05  ACK-LTR-CNT                     PIC S9(09) BINARY.
           05  ACK-NOADDR-CNT                  PIC S9(09) BINARY.
           05  ACK-HSTI-READ-CNT               PIC S9(09) BINARY.
           05  ACK-OVRD-IND                    PIC X(01).
               88  ACK-OVRD-RQSTD              VALUE 'Y'.
           05  ACK-PRIOR-RUN-SW                PIC X(01).
               88  ACK-PRIOR-RUN-FOUND         VALUE 'Y'.
           05  ACK-APPEAR-CNT                  PIC 9(03).
           05  ACK-ESCL-LVL                    PIC 9(01).

           MOVE ZERO                 TO ACK-PLAN-CNT.
           MOVE ZERO                 TO ACK-LTR-CNT.
           MOVE ZERO                 TO ACK-NOADDR-CNT.
           MOVE ZERO                 TO ACK-HSTI-READ-CNT.
           MOVE SPACES               TO ACK-PREV-BR-ID.

           OPEN INPUT  ACKPARM-FILE.
           OR  ACK-HORIZ-DYS = ZERO
               MOVE 007              TO ACK-HORIZ-DYS
           END-IF.
           MOVE ACK-PARM-OVRD-IND    TO ACK-OVRD-IND.

           PERFORM  1500-CHECK-PRIOR-RUN
               THRU 1500-CHECK-PRIOR-RUN-X.

      *  A SECOND RUN FOR THE SAME DATE WOULD COUNT EVERY POLICY'S
      *  APPEARANCE TWICE AND ESCALATE ITS LETTER - STOP BEFORE THE
      *  NEW HISTORY IS EVEN OPENED
           IF  ACK-PRIOR-RUN-FOUND
           AND NOT ACK-OVRD-RQSTD
               OPEN OUTPUT ACKRPT-FILE
               MOVE ACK-RUN-DT       TO ACK-RPT-HDG-DT
               WRITE ACK-RPT-REC FROM ACK-RPT-HDG-LINE
               MOVE SPACES           TO ACK-RPT-REC
               WRITE ACK-RPT-REC
               MOVE ' *** ALREADY RUN FOR THIS RUN DATE - OVERRIDE REQUI
      -             'RED'            TO ACK-RPT-REC
               WRITE ACK-RPT-REC
               CLOSE ACKRPT-FILE
               MOVE 16               TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ACK-RUN-DT           TO ACK-DW-DATE.
           PERFORM  8100-DATE-TO-SERIAL
               WRITE ACK-RPT-REC
           END-IF.

           IF  ACK-PRIOR-RUN-FOUND
               MOVE ' *** RERUN FOR THIS RUN DATE TAKEN ON OVERRIDE'
                                     TO ACK-RPT-REC
               WRITE ACK-RPT-REC
               MOVE SPACES           TO ACK-RPT-REC
               WRITE ACK-RPT-REC
           END-IF.

           READ ACKOWNR-FILE.
           READ ACKCADR-FILE.
           PERFORM  2561-ADVANCE-HISTORY
               THRU 2561-ADVANCE-HISTORY-X.

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
           MOVE SPACE                TO ACK-PRIOR-RUN-SW.

           OPEN INPUT  ACKLEDG-FILE.
           IF  ACK-LDG-STAT NOT = '00'
               GO TO 1500-CHECK-PRIOR-RUN-X
           END-IF.

           PERFORM  1510-SCAN-LEDGER
               THRU 1510-SCAN-LEDGER-X
                   UNTIL ACK-LDG-STAT NOT = '00'
                   OR    ACK-PRIOR-RUN-FOUND.

           CLOSE ACKLEDG-FILE.

       1500-CHECK-PRIOR-RUN-X.
           EXIT.
      /
      *-------------------
       1510-SCAN-LEDGER.
      *-------------------

           READ ACKLEDG-FILE.

           IF  ACK-LDG-STAT = '00'
           AND ACK-LDG-JOB-ID  = 'CSBM9530'
           AND ACK-LDG-RUN-DT  = ACK-RUN-DT
           AND ACK-LDG-STAT-CD = 'C'
               SET ACK-PRIOR-RUN-FOUND TO TRUE
           END-IF.

       1510-SCAN-LEDGER-X.
           EXIT.
      /
      *----------------------
       1100-LOAD-PLAN-TABLE.
      *----------------------

           READ ACKHSTI-FILE.

           IF  NOT ACK-HSTI-EOF
               ADD +1                TO ACK-HSTI-READ-CNT
           END-IF.

       2561-ADVANCE-HISTORY-X.
           EXIT.
      /
           MOVE ACK-NOADDR-CNT       TO ACK-RPT-CNT-NUM.
           WRITE ACK-RPT-REC FROM ACK-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE ACKPOL-FILE
                 ACKOWNR-FILE
                 ACKCADR-FILE

       8200-SERIAL-TO-DATE-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER FOR THE BALANCING STEP
      *
           INITIALIZE ACK-LDG-REC.
           MOVE 'CSBM9530'           TO ACK-LDG-JOB-ID.
           MOVE ACK-RUN-DT           TO ACK-LDG-RUN-DT.
           ACCEPT ACK-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT ACK-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO ACK-LDG-STAT-CD.
           MOVE ACK-OVRD-IND         TO ACK-LDG-OVRD-IND.

           MOVE 'ACKPOL'             TO ACK-LDG-CTL-ID (1).
           MOVE ACK-POL-READ-CNT     TO ACK-LDG-CTL-CNT (1).

           MOVE 'ACKHSTI'            TO ACK-LDG-CTL-ID (2).
           MOVE ACK-HSTI-READ-CNT    TO ACK-LDG-CTL-CNT (2).

           MOVE 'ACKHSTO'            TO ACK-LDG-CTL-ID (3).
           MOVE ACK-LTR-CNT          TO ACK-LDG-CTL-CNT (3).

           MOVE 'ACKLTR'             TO ACK-LDG-CTL-ID (4).
           MOVE ACK-LTR-CNT          TO ACK-LDG-CTL-CNT (4).

           MOVE 'NOADDR'             TO ACK-LDG-CTL-ID (5).
           MOVE ACK-NOADDR-CNT       TO ACK-LDG-CTL-CNT (5).

           OPEN EXTEND ACKLEDG-FILE.
           WRITE ACK-LDG-REC.
           CLOSE ACKLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9530                     **
