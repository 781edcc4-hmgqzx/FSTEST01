      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9540.

       COPY XCWWCRHT.

      *****************************************************************
      *  MERGE AND BALANCE OF THE PARTITIONED CSBM9528 EXTRACT.       *
      *                                                               *
      *  WHEN CSBM9528 RUNS AS PARALLEL KEY-RANGE PARTITIONS, THIS    *
      *  STEP PUTS THE PARTITION OUTPUTS BACK TOGETHER AS THE SINGLE  *
      *  EXT-OUT-POL-ID-SEQUENCED EXTRACT CSBM9533 EXPECTS, AND WILL  *
      *  NOT PASS ON A FILE IT CANNOT PROVE IS WHOLE.  IT ENDS WITH   *
      *  RETURN-CODE 16, STOPPING THE STREAM AHEAD OF CSBM9533, IF:   *
      *                                                               *
      *    - THE PARTITION TABLE IS OUT OF ORDER, LEAVES EITHER END   *
      *      OF THE KEY RANGE CLOSED, OR HAS RANGES THAT OVERLAP      *
      *    - ANY PARTITION'S CHECKPOINT IS MISSING, NOT COMPLETED,    *
      *      DUPLICATED, OR FOR A RANGE OTHER THAN THE TABLE'S        *
      *    - ANY POLICY KEY ON EXTPOLIN FALLS BETWEEN TWO PARTITIONS  *
      *      (A GAP), OR THE KEYS IN A RANGE DO NOT EQUAL THE KEYS    *
      *      THAT PARTITION SAYS IT PROCESSED                         *
      *    - A PARTITION'S RECORDS IN DO NOT EQUAL ITS EXTRACT        *
      *      RECORDS WRITTEN PLUS POLICIES BYPASSED IN ERROR, OR THE  *
      *      RECORDS MERGED FOR IT DO NOT EQUAL THOSE WRITTEN         *
      *    - THE MERGED FILE IS OUT OF EXT-OUT-POL-ID SEQUENCE OR     *
      *      CARRIES A KEY OUTSIDE EVERY PARTITION                    *
      *    - TOTAL KEYS IN DO NOT EQUAL TOTAL RECORDS MERGED PLUS     *
      *      TOTAL POLICIES BYPASSED                                  *
      *                                                               *
      *  BECAUSE THE RANGES ARE CONTIGUOUS AND ASCENDING, THE MERGE   *
      *  IS A CONCATENATION: MRGEXTIN IS THE PARTITION EXTRACTS AND   *
      *  MRGCHKIN THE PARTITION CHECKPOINTS, EACH CONCATENATED IN     *
      *  PARTITION ORDER.  MRGPARM IS THE PARTITION TABLE DECK SHARED *
      *  WITH THE CSBM9528 STEPS; A NON-TABLE CARD SUPPLIES THE       *
      *  PROCESS DATE FOR THE REPORT HEADING.  MRGPOLIN IS THE SAME   *
      *  POLICY KEY FILE THE PARTITIONS READ AS EXTPOLIN.             *
      *                                                               *
      *  THE EXTRACT RECORD LAYOUT MUST MATCH CSBM9528'S EXTOUT       *
      *  RECORD BYTE FOR BYTE.                                        *
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

           SELECT MRGPARM-FILE   ASSIGN TO MRGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-PARM-STAT.

           SELECT MRGCHKIN-FILE  ASSIGN TO MRGCHKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-CHK-STAT.

           SELECT MRGPOLIN-FILE  ASSIGN TO MRGPOLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-POL-STAT.

           SELECT MRGEXTIN-FILE  ASSIGN TO MRGEXTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-EXT-STAT.

           SELECT MRGOUT-FILE    ASSIGN TO MRGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-OUT-STAT.

           SELECT MRGRPT-FILE    ASSIGN TO MRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-RPT-STAT.

           SELECT MRGLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS MRG-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

      *  CSBM9528 PARM DECK: STEP HEADER CARD AND 'PART' TABLE CARDS
       FD  MRGPARM-FILE
           RECORDING MODE IS F.
       01  MRG-PARM-REC.
           05  MRG-PARM-RSTRT-IND              PIC X(01).
           05  FILLER                          PIC X(01).
           05  MRG-PARM-CO-ID                  PIC X(03).
           05  FILLER                          PIC X(01).
           05  MRG-PARM-PROC-DT                PIC X(10).
           05  FILLER                          PIC X(64).
       01  MRG-PTBL-REC.
           05  MRG-PTBL-ID                     PIC X(04).
               88  MRG-PTBL-ENTRY              VALUE 'PART'.
           05  FILLER                          PIC X(01).
           05  MRG-PTBL-PART-NO                PIC 9(02).
           05  FILLER                          PIC X(01).
           05  MRG-PTBL-FROM-KEY               PIC X(10).
           05  FILLER                          PIC X(01).
           05  MRG-PTBL-THRU-KEY               PIC X(10).
           05  FILLER                          PIC X(51).

      *  CSBM9528 EXTCHKPT RECORD
       FD  MRGCHKIN-FILE
           RECORDING MODE IS F.
       01  MRG-CHK-REC.
           05  MRG-CHK-REC-CNT                 PIC 9(09).
           05  MRG-CHK-POL-ID                  PIC X(10).
           05  MRG-CHK-STAT-CD                 PIC X(01).
               88  MRG-CHK-COMPLETE            VALUE 'C'.
           05  MRG-CHK-WRIT-CNT                PIC 9(09).
           05  MRG-CHK-PART-NO                 PIC 9(02).
           05  MRG-CHK-FROM-KEY                PIC X(10).
           05  MRG-CHK-THRU-KEY                PIC X(10).
           05  MRG-CHK-RANGE-CNT               PIC 9(09).
           05  MRG-CHK-ERR-CNT                 PIC 9(09).
           05  MRG-CHK-OUTRNG-CNT              PIC 9(09).
           05  FILLER                          PIC X(02).

       FD  MRGPOLIN-FILE
           RECORDING MODE IS F.
       01  MRG-POL-REC.
           05  MRG-POL-ID                      PIC X(10).
           05  FILLER                          PIC X(70).

       FD  MRGEXTIN-FILE
           RECORDING MODE IS F.
       01  MRG-EXT-REC.
           05  MRG-EXT-PROC-DT                 PIC X(10).
           05  MRG-EXT-POL-ID                  PIC X(10).
           05  MRG-EXT-MIR-DATA                PIC X(8000).
           05  MRG-EXT-MIR-DV-DATA             PIC X(8881).

       FD  MRGOUT-FILE
           RECORDING MODE IS F.
       01  MRG-OUT-REC                         PIC X(16901).

       FD  MRGRPT-FILE
           RECORDING MODE IS F.
       01  MRG-RPT-REC                         PIC X(132).

       FD  MRGLEDG-FILE
           RECORDING MODE IS F.
       01  MRG-LDG-REC.
           05  MRG-LDG-JOB-ID                  PIC X(08).
           05  MRG-LDG-RUN-DT                  PIC 9(08).
           05  MRG-LDG-STEP-NO                 PIC 9(02).
           05  MRG-LDG-PROC-DT                 PIC X(10).
           05  MRG-LDG-WRIT-DT                 PIC 9(08).
           05  MRG-LDG-WRIT-TIME               PIC 9(08).
           05  MRG-LDG-STAT-CD                 PIC X(01).
           05  MRG-LDG-OVRD-IND                PIC X(01).
           05  MRG-LDG-CTL-T OCCURS 8.
               10  MRG-LDG-CTL-ID              PIC X(08).
               10  MRG-LDG-CTL-CNT             PIC 9(09).
               10  MRG-LDG-CTL-HASH            PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9540'.

       01  MRG-WORKING-STORAGE.
           05  MRG-PARM-STAT                   PIC X(02).
               88  MRG-PARM-EOF                VALUE '10'.
           05  MRG-CHK-STAT                    PIC X(02).
               88  MRG-CHK-EOF                 VALUE '10'.
           05  MRG-POL-STAT                    PIC X(02).
               88  MRG-POL-EOF                 VALUE '10'.
           05  MRG-EXT-STAT                    PIC X(02).
               88  MRG-EXT-EOF                 VALUE '10'.
           05  MRG-OUT-STAT                    PIC X(02).
           05  MRG-RPT-STAT                    PIC X(02).
           05  MRG-LDG-STAT                    PIC X(02).
           05  MRG-PROC-DT                     PIC X(10).
           05  MRG-PREV-POL-ID                 PIC X(10).
           05  MRG-PREV-EXT-ID                 PIC X(10).
           05  MRG-PART-CNT                    PIC S9(04) BINARY.
           05  MRG-PART-MAX                    PIC S9(04) BINARY
                                               VALUE +20.
           05  MRG-SUB                         PIC S9(04) BINARY.
           05  MRG-POL-SUB                     PIC S9(04) BINARY.
           05  MRG-EXT-SUB                     PIC S9(04) BINARY.
           05  MRG-CHK-READ-CNT                PIC S9(09) BINARY.
           05  MRG-KEY-CNT                     PIC S9(09) BINARY.
           05  MRG-GAP-CNT                     PIC S9(09) BINARY.
           05  MRG-POL-SEQ-CNT                 PIC S9(09) BINARY.
           05  MRG-EXT-READ-CNT                PIC S9(09) BINARY.
           05  MRG-EXT-SEQ-CNT                 PIC S9(09) BINARY.
           05  MRG-EXT-NOPART-CNT              PIC S9(09) BINARY.
           05  MRG-WRIT-CNT                    PIC S9(09) BINARY.
           05  MRG-TOT-RANGE-CNT               PIC S9(09) BINARY.
           05  MRG-TOT-CHK-WRIT-CNT            PIC S9(09) BINARY.
           05  MRG-TOT-ERR-CNT                 PIC S9(09) BINARY.
           05  MRG-BAL-CNT                     PIC S9(09) BINARY.
           05  MRG-TBL-SW                      PIC X(01).
               88  MRG-TBL-INVALID             VALUE 'Y'.
           05  MRG-FAIL-SW                     PIC X(01).
               88  MRG-FAILED                  VALUE 'Y'.
           05  MRG-PART-BRK-SW                 PIC X(01).
               88  MRG-PART-BRK                VALUE 'Y'.

      *  PARTITION TABLE IN CARD ORDER; THE SUBSCRIPT IS THE
      *  PARTITION NUMBER
       01  MRG-PART-TABLE-AREA.
           05  MRG-PART-T OCCURS 20.
               10  MRG-PART-FROM-KEY           PIC X(10).
               10  MRG-PART-THRU-KEY           PIC X(10).
               10  MRG-PART-CHK-SW             PIC X(01).
                   88  MRG-PART-CHK-SEEN       VALUE 'Y'.
               10  MRG-PART-CHK-RANGE-CNT      PIC S9(09) BINARY.
               10  MRG-PART-CHK-WRIT-CNT       PIC S9(09) BINARY.
               10  MRG-PART-CHK-ERR-CNT        PIC S9(09) BINARY.
               10  MRG-PART-KEY-CNT            PIC S9(09) BINARY.
               10  MRG-PART-MRG-CNT            PIC S9(09) BINARY.

      *  EXTERNAL (YYYY-MM-DD) PROCESS DATE PULLED APART FOR THE
      *  LEDGER RUN DATE
       01  MRG-PDT.
           05  MRG-PDT-YYYY                    PIC X(04).
           05  FILLER                          PIC X(01).
           05  MRG-PDT-MM                      PIC X(02).
           05  FILLER                          PIC X(01).
           05  MRG-PDT-DD                      PIC X(02).

       01  MRG-RUN-DT-AREA.
           05  MRG-RUN-DT                      PIC 9(08).
           05  MRG-RUN-DT-R REDEFINES MRG-RUN-DT.
               10  MRG-RUN-YYYY                PIC 9(04).
               10  MRG-RUN-MM                  PIC 9(02).
               10  MRG-RUN-DD                  PIC 9(02).

       01  MRG-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(46)
               VALUE 'CSBM9540  EXTRACT PARTITION MERGE AND BALANCE '.
           05  FILLER                          PIC X(14)
               VALUE 'PROCESS DATE: '.
           05  MRG-RPT-HDG-DT                  PIC X(10).
           05  FILLER                          PIC X(61).

       01  MRG-RPT-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(02) VALUE 'PT'.
           05  FILLER                          PIC X(02).
           05  FILLER                          PIC X(10)
                                               VALUE 'FROM KEY'.
           05  FILLER                          PIC X(02).
           05  FILLER                          PIC X(10)
                                               VALUE 'THRU KEY'.
           05  FILLER                          PIC X(13)
                                               VALUE '      KEYS IN'.
           05  FILLER                          PIC X(13)
                                               VALUE '  CHKPT RANGE'.
           05  FILLER                          PIC X(13)
                                               VALUE '      WRITTEN'.
           05  FILLER                          PIC X(13)
                                               VALUE '     BYPASSED'.
           05  FILLER                          PIC X(13)
                                               VALUE '       MERGED'.
           05  FILLER                          PIC X(02).
           05  FILLER                          PIC X(10)
                                               VALUE 'STATUS'.
           05  FILLER                          PIC X(28).

       01  MRG-RPT-DTL-LINE.
           05  FILLER                          PIC X(01).
           05  MRG-RPT-DTL-PART                PIC Z9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-FROM-KEY            PIC X(10).
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-THRU-KEY            PIC X(10).
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-KEY-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-RANGE-CNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-WRIT-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-ERR-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-MRG-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-DTL-STAT                PIC X(10).
           05  FILLER                          PIC X(28).

       01  MRG-RPT-MSG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(04) VALUE '*** '.
           05  MRG-RPT-MSG-TXT                 PIC X(45).
           05  FILLER                          PIC X(02).
           05  MRG-RPT-MSG-PART                PIC Z9.
           05  FILLER                          PIC X(02).
           05  MRG-RPT-MSG-KEY                 PIC X(10).
           05  FILLER                          PIC X(66).

       01  MRG-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  MRG-RPT-CNT-TXT                 PIC X(35).
           05  MRG-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           PERFORM  2000-VALIDATE-TABLE
               THRU 2000-VALIDATE-TABLE-X.

           IF  NOT MRG-TBL-INVALID
               PERFORM  3000-LOAD-CHECKPOINTS
                   THRU 3000-LOAD-CHECKPOINTS-X
               PERFORM  4000-COUNT-INPUT-KEYS
                   THRU 4000-COUNT-INPUT-KEYS-X
               PERFORM  5000-MERGE-EXTRACTS
                   THRU 5000-MERGE-EXTRACTS-X
               PERFORM  6000-BALANCE-PARTITIONS
                   THRU 6000-BALANCE-PARTITIONS-X
           END-IF.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO MRG-PART-CNT.
           MOVE ZERO                 TO MRG-CHK-READ-CNT.
           MOVE ZERO                 TO MRG-KEY-CNT.
           MOVE ZERO                 TO MRG-GAP-CNT.
           MOVE ZERO                 TO MRG-POL-SEQ-CNT.
           MOVE ZERO                 TO MRG-EXT-READ-CNT.
           MOVE ZERO                 TO MRG-EXT-SEQ-CNT.
           MOVE ZERO                 TO MRG-EXT-NOPART-CNT.
           MOVE ZERO                 TO MRG-WRIT-CNT.
           MOVE ZERO                 TO MRG-TOT-RANGE-CNT.
           MOVE ZERO                 TO MRG-TOT-CHK-WRIT-CNT.
           MOVE ZERO                 TO MRG-TOT-ERR-CNT.
           MOVE SPACE                TO MRG-TBL-SW.
           MOVE SPACE                TO MRG-FAIL-SW.
           MOVE SPACES               TO MRG-PROC-DT.
           INITIALIZE MRG-PART-TABLE-AREA.

      *  THE OUTPUT IS OPENED BEFORE ANY CHECK SO A FAILED RUN NEVER
      *  LEAVES A PRIOR NIGHT'S EXTRACT BEHIND FOR CSBM9533
           OPEN OUTPUT MRGOUT-FILE
                       MRGRPT-FILE.

           OPEN INPUT  MRGPARM-FILE.

           PERFORM  1100-LOAD-PARM-CARD
               THRU 1100-LOAD-PARM-CARD-X
                   UNTIL MRG-PARM-EOF.

           CLOSE MRGPARM-FILE.

           MOVE MRG-PROC-DT          TO MRG-RPT-HDG-DT.
           WRITE MRG-RPT-REC FROM MRG-RPT-HDG-LINE.
           MOVE SPACES               TO MRG-RPT-REC.
           WRITE MRG-RPT-REC.

       1000-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       1100-LOAD-PARM-CARD.
      *---------------------

           READ MRGPARM-FILE.

           IF  MRG-PARM-EOF
               GO TO 1100-LOAD-PARM-CARD-X
           END-IF.

           IF  NOT MRG-PTBL-ENTRY
               IF  MRG-PROC-DT = SPACES
                   MOVE MRG-PARM-PROC-DT TO MRG-PROC-DT
               END-IF
               GO TO 1100-LOAD-PARM-CARD-X
           END-IF.

           ADD +1                    TO MRG-PART-CNT.

           IF  MRG-PART-CNT > MRG-PART-MAX
               GO TO 1100-LOAD-PARM-CARD-X
           END-IF.

      *  EACH CARD MUST CARRY THE NEXT PARTITION NUMBER IN TURN
           IF  MRG-PTBL-PART-NO NOT NUMERIC
           OR  MRG-PTBL-PART-NO NOT = MRG-PART-CNT
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'PARTITION CARD OUT OF SEQUENCE'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-PART-CNT     TO MRG-RPT-MSG-PART
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

           MOVE MRG-PTBL-FROM-KEY    TO
                MRG-PART-FROM-KEY (MRG-PART-CNT).
           MOVE MRG-PTBL-THRU-KEY    TO
                MRG-PART-THRU-KEY (MRG-PART-CNT).

       1100-LOAD-PARM-CARD-X.
           EXIT.
      /
      *---------------------
       2000-VALIDATE-TABLE.
      *---------------------
      *
      *  THE RANGES MUST ASCEND WITHOUT OVERLAP AND BE OPEN AT BOTH
      *  ENDS OF THE KEY RANGE; A GAP BETWEEN TWO ADJACENT RANGES IS
      *  PROVED OR DISPROVED AGAINST THE ACTUAL POLICY KEYS IN 4000
      *
           IF  MRG-PART-CNT = ZERO
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'NO PARTITION TABLE CARDS'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 2000-VALIDATE-TABLE-X
           END-IF.

           IF  MRG-PART-CNT > MRG-PART-MAX
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'MORE PARTITIONS THAN THE TABLE HOLDS'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-PART-MAX     TO MRG-RPT-MSG-PART
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 2000-VALIDATE-TABLE-X
           END-IF.

           IF  MRG-PART-FROM-KEY (1) NOT = SPACES
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'FIRST PARTITION LOW END NOT OPEN (GAP)'
                                     TO MRG-RPT-MSG-TXT
               MOVE 1                TO MRG-RPT-MSG-PART
               MOVE MRG-PART-FROM-KEY (1) TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

           IF  MRG-PART-THRU-KEY (MRG-PART-CNT) NOT = SPACES
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'LAST PARTITION HIGH END NOT OPEN (GAP)'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-PART-CNT     TO MRG-RPT-MSG-PART
               MOVE MRG-PART-THRU-KEY (MRG-PART-CNT)
                                     TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

           PERFORM  2100-CHECK-PARTITION
               THRU 2100-CHECK-PARTITION-X
               VARYING MRG-SUB FROM 1 BY 1
                   UNTIL MRG-SUB > MRG-PART-CNT.

       2000-VALIDATE-TABLE-X.
           EXIT.
      /
      *----------------------
       2100-CHECK-PARTITION.
      *----------------------

           IF  MRG-SUB < MRG-PART-CNT
           AND MRG-PART-THRU-KEY (MRG-SUB) = SPACES
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'INTERIOR PARTITION HAS NO THRU KEY'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-SUB          TO MRG-RPT-MSG-PART
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 2100-CHECK-PARTITION-X
           END-IF.

           IF  MRG-SUB > 1
           AND MRG-PART-FROM-KEY (MRG-SUB) = SPACES
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'INTERIOR PARTITION HAS NO FROM KEY'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-SUB          TO MRG-RPT-MSG-PART
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 2100-CHECK-PARTITION-X
           END-IF.

           IF  MRG-PART-THRU-KEY (MRG-SUB) NOT = SPACES
           AND MRG-PART-FROM-KEY (MRG-SUB) >
               MRG-PART-THRU-KEY (MRG-SUB)
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'PARTITION FROM KEY ABOVE ITS THRU KEY'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-SUB          TO MRG-RPT-MSG-PART
               MOVE MRG-PART-FROM-KEY (MRG-SUB) TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

           IF  MRG-SUB > 1
           AND MRG-PART-FROM-KEY (MRG-SUB) NOT >
               MRG-PART-THRU-KEY (MRG-SUB - 1)
               SET MRG-TBL-INVALID   TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'PARTITION OVERLAPS THE ONE BEFORE IT'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-SUB          TO MRG-RPT-MSG-PART
               MOVE MRG-PART-FROM-KEY (MRG-SUB) TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

       2100-CHECK-PARTITION-X.
           EXIT.
      /
      *-----------------------
       3000-LOAD-CHECKPOINTS.
      *-----------------------

           OPEN INPUT  MRGCHKIN-FILE.

           PERFORM  3100-LOAD-CHECKPOINT
               THRU 3100-LOAD-CHECKPOINT-X
                   UNTIL MRG-CHK-EOF.

           CLOSE MRGCHKIN-FILE.

       3000-LOAD-CHECKPOINTS-X.
           EXIT.
      /
      *----------------------
       3100-LOAD-CHECKPOINT.
      *----------------------
      *
      *  ONLY A COMPLETED CHECKPOINT FOR A PARTITION IN THE TABLE,
      *  OVER THE SAME RANGE AND NOT ALREADY SEEN, IS TAKEN
      *
           READ MRGCHKIN-FILE.

           IF  MRG-CHK-EOF
               GO TO 3100-LOAD-CHECKPOINT-X
           END-IF.

           ADD +1                    TO MRG-CHK-READ-CNT.
           MOVE SPACES               TO MRG-RPT-MSG-LINE.

           IF  MRG-CHK-PART-NO NOT NUMERIC
           OR  MRG-CHK-PART-NO = ZERO
           OR  MRG-CHK-PART-NO > MRG-PART-CNT
               SET MRG-FAILED        TO TRUE
               MOVE 'CHECKPOINT NOT FOR A TABLE PARTITION'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 3100-LOAD-CHECKPOINT-X
           END-IF.

           MOVE MRG-CHK-PART-NO      TO MRG-SUB.
           MOVE MRG-SUB              TO MRG-RPT-MSG-PART.

           IF  MRG-PART-CHK-SEEN (MRG-SUB)
               SET MRG-FAILED        TO TRUE
               MOVE 'DUPLICATE CHECKPOINT FOR PARTITION'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 3100-LOAD-CHECKPOINT-X
           END-IF.

           IF  NOT MRG-CHK-COMPLETE
               SET MRG-FAILED        TO TRUE
               MOVE 'PARTITION DID NOT RUN TO COMPLETION'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 3100-LOAD-CHECKPOINT-X
           END-IF.

           IF  MRG-CHK-FROM-KEY NOT = MRG-PART-FROM-KEY (MRG-SUB)
           OR  MRG-CHK-THRU-KEY NOT = MRG-PART-THRU-KEY (MRG-SUB)
               SET MRG-FAILED        TO TRUE
               MOVE 'PARTITION RAN A RANGE NOT IN THE TABLE'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-CHK-FROM-KEY TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 3100-LOAD-CHECKPOINT-X
           END-IF.

           SET MRG-PART-CHK-SEEN (MRG-SUB) TO TRUE.
           MOVE MRG-CHK-RANGE-CNT    TO
                MRG-PART-CHK-RANGE-CNT (MRG-SUB).
           MOVE MRG-CHK-WRIT-CNT     TO
                MRG-PART-CHK-WRIT-CNT (MRG-SUB).
           MOVE MRG-CHK-ERR-CNT      TO
                MRG-PART-CHK-ERR-CNT (MRG-SUB).

           ADD MRG-CHK-RANGE-CNT     TO MRG-TOT-RANGE-CNT.
           ADD MRG-CHK-WRIT-CNT      TO MRG-TOT-CHK-WRIT-CNT.
           ADD MRG-CHK-ERR-CNT       TO MRG-TOT-ERR-CNT.

       3100-LOAD-CHECKPOINT-X.
           EXIT.
      /
      *-----------------------
       4000-COUNT-INPUT-KEYS.
      *-----------------------
      *
      *  EVERY KEY ON THE INPUT MUST FALL IN EXACTLY ONE PARTITION;
      *  THE KEYS ARE IN SEQUENCE SO THE PARTITION ONLY MOVES FORWARD
      *
           MOVE 1                    TO MRG-POL-SUB.
           MOVE LOW-VALUES           TO MRG-PREV-POL-ID.

           OPEN INPUT  MRGPOLIN-FILE.

           PERFORM  4100-COUNT-ONE-KEY
               THRU 4100-COUNT-ONE-KEY-X
                   UNTIL MRG-POL-EOF.

           CLOSE MRGPOLIN-FILE.

       4000-COUNT-INPUT-KEYS-X.
           EXIT.
      /
      *--------------------
       4100-COUNT-ONE-KEY.
      *--------------------

           READ MRGPOLIN-FILE.

           IF  MRG-POL-EOF
               GO TO 4100-COUNT-ONE-KEY-X
           END-IF.

           ADD +1                    TO MRG-KEY-CNT.

           IF  MRG-POL-ID < MRG-PREV-POL-ID
               ADD +1                TO MRG-POL-SEQ-CNT
               SET MRG-FAILED        TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'POLICY KEY FILE OUT OF SEQUENCE'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-POL-ID       TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 4100-COUNT-ONE-KEY-X
           END-IF.

           MOVE MRG-POL-ID           TO MRG-PREV-POL-ID.

           PERFORM  4200-ADVANCE-POL-PART
               THRU 4200-ADVANCE-POL-PART-X
                   UNTIL MRG-POL-SUB NOT < MRG-PART-CNT
                   OR    MRG-POL-ID NOT >
                         MRG-PART-THRU-KEY (MRG-POL-SUB).

           IF  MRG-POL-ID < MRG-PART-FROM-KEY (MRG-POL-SUB)
               ADD +1                TO MRG-GAP-CNT
               SET MRG-FAILED        TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'POLICY KEY IN NO PARTITION (GAP) BEFORE'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-POL-SUB      TO MRG-RPT-MSG-PART
               MOVE MRG-POL-ID       TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           ELSE
               ADD +1                TO MRG-PART-KEY-CNT (MRG-POL-SUB)
           END-IF.

       4100-COUNT-ONE-KEY-X.
           EXIT.
      /
      *-----------------------
       4200-ADVANCE-POL-PART.
      *-----------------------

           ADD +1                    TO MRG-POL-SUB.

       4200-ADVANCE-POL-PART-X.
           EXIT.
      /
      *---------------------
       5000-MERGE-EXTRACTS.
      *---------------------
      *
      *  THE PARTITION EXTRACTS ARRIVE CONCATENATED IN PARTITION
      *  ORDER; EACH RECORD IS SEQUENCE-CHECKED, CREDITED TO THE
      *  PARTITION WHOSE RANGE HOLDS ITS KEY, AND COPIED
      *
           MOVE 1                    TO MRG-EXT-SUB.
           MOVE LOW-VALUES           TO MRG-PREV-EXT-ID.

           OPEN INPUT  MRGEXTIN-FILE.

           PERFORM  5100-MERGE-ONE-EXTRACT
               THRU 5100-MERGE-ONE-EXTRACT-X
                   UNTIL MRG-EXT-EOF.

           CLOSE MRGEXTIN-FILE.

       5000-MERGE-EXTRACTS-X.
           EXIT.
      /
      *------------------------
       5100-MERGE-ONE-EXTRACT.
      *------------------------

           READ MRGEXTIN-FILE.

           IF  MRG-EXT-EOF
               GO TO 5100-MERGE-ONE-EXTRACT-X
           END-IF.

           ADD +1                    TO MRG-EXT-READ-CNT.

           IF  MRG-EXT-POL-ID NOT > MRG-PREV-EXT-ID
               ADD +1                TO MRG-EXT-SEQ-CNT
               SET MRG-FAILED        TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'EXTRACT OUT OF SEQUENCE OR DUPLICATED'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-EXT-POL-ID   TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 5100-MERGE-ONE-EXTRACT-X
           END-IF.

           MOVE MRG-EXT-POL-ID       TO MRG-PREV-EXT-ID.

           PERFORM  5200-ADVANCE-EXT-PART
               THRU 5200-ADVANCE-EXT-PART-X
                   UNTIL MRG-EXT-SUB NOT < MRG-PART-CNT
                   OR    MRG-EXT-POL-ID NOT >
                         MRG-PART-THRU-KEY (MRG-EXT-SUB).

           IF  MRG-EXT-POL-ID < MRG-PART-FROM-KEY (MRG-EXT-SUB)
               ADD +1                TO MRG-EXT-NOPART-CNT
               SET MRG-FAILED        TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'EXTRACT KEY IN NO PARTITION BEFORE'
                                     TO MRG-RPT-MSG-TXT
               MOVE MRG-EXT-SUB      TO MRG-RPT-MSG-PART
               MOVE MRG-EXT-POL-ID   TO MRG-RPT-MSG-KEY
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               GO TO 5100-MERGE-ONE-EXTRACT-X
           END-IF.

           ADD +1                    TO MRG-PART-MRG-CNT (MRG-EXT-SUB).

           WRITE MRG-OUT-REC FROM MRG-EXT-REC.
           ADD +1                    TO MRG-WRIT-CNT.

       5100-MERGE-ONE-EXTRACT-X.
           EXIT.
      /
      *-----------------------
       5200-ADVANCE-EXT-PART.
      *-----------------------

           ADD +1                    TO MRG-EXT-SUB.

       5200-ADVANCE-EXT-PART-X.
           EXIT.
      /
      *-------------------------
       6000-BALANCE-PARTITIONS.
      *-------------------------

           WRITE MRG-RPT-REC FROM MRG-RPT-COL-LINE.

           PERFORM  6100-BALANCE-PARTITION
               THRU 6100-BALANCE-PARTITION-X
               VARYING MRG-SUB FROM 1 BY 1
                   UNTIL MRG-SUB > MRG-PART-CNT.

           MOVE SPACES               TO MRG-RPT-REC.
           WRITE MRG-RPT-REC.

       6000-BALANCE-PARTITIONS-X.
           EXIT.
      /
      *------------------------
       6100-BALANCE-PARTITION.
      *------------------------
      *
      *  KEYS IN THE RANGE = KEYS THE PARTITION PROCESSED = RECORDS
      *  IT WROTE + POLICIES IT BYPASSED, AND EVERY RECORD IT WROTE
      *  MADE IT INTO THE MERGED FILE
      *
           MOVE SPACE                TO MRG-PART-BRK-SW.

           COMPUTE MRG-BAL-CNT = MRG-PART-CHK-WRIT-CNT (MRG-SUB)
                               + MRG-PART-CHK-ERR-CNT (MRG-SUB).

           IF  NOT MRG-PART-CHK-SEEN (MRG-SUB)
           OR  MRG-PART-KEY-CNT (MRG-SUB) NOT =
               MRG-PART-CHK-RANGE-CNT (MRG-SUB)
           OR  MRG-PART-CHK-RANGE-CNT (MRG-SUB) NOT = MRG-BAL-CNT
           OR  MRG-PART-MRG-CNT (MRG-SUB) NOT =
               MRG-PART-CHK-WRIT-CNT (MRG-SUB)
               SET MRG-PART-BRK      TO TRUE
               SET MRG-FAILED        TO TRUE
           END-IF.

           MOVE SPACES               TO MRG-RPT-DTL-LINE.
           MOVE MRG-SUB              TO MRG-RPT-DTL-PART.
           MOVE MRG-PART-FROM-KEY (MRG-SUB) TO MRG-RPT-DTL-FROM-KEY.
           MOVE MRG-PART-THRU-KEY (MRG-SUB) TO MRG-RPT-DTL-THRU-KEY.
           MOVE MRG-PART-KEY-CNT (MRG-SUB)  TO MRG-RPT-DTL-KEY-CNT.
           MOVE MRG-PART-CHK-RANGE-CNT (MRG-SUB)
                                     TO MRG-RPT-DTL-RANGE-CNT.
           MOVE MRG-PART-CHK-WRIT-CNT (MRG-SUB)
                                     TO MRG-RPT-DTL-WRIT-CNT.
           MOVE MRG-PART-CHK-ERR-CNT (MRG-SUB)
                                     TO MRG-RPT-DTL-ERR-CNT.
           MOVE MRG-PART-MRG-CNT (MRG-SUB)  TO MRG-RPT-DTL-MRG-CNT.

           EVALUATE TRUE
               WHEN NOT MRG-PART-CHK-SEEN (MRG-SUB)
                   MOVE 'NO CHKPT'   TO MRG-RPT-DTL-STAT
               WHEN MRG-PART-BRK
                   MOVE 'OUT OF BAL' TO MRG-RPT-DTL-STAT
               WHEN OTHER
                   MOVE 'BALANCED'   TO MRG-RPT-DTL-STAT
           END-EVALUATE.

           WRITE MRG-RPT-REC FROM MRG-RPT-DTL-LINE.

       6100-BALANCE-PARTITION-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

      *  RECORDS IN MUST EQUAL RECORDS OUT FOR THE RUN AS A WHOLE
           COMPUTE MRG-BAL-CNT = MRG-WRIT-CNT + MRG-TOT-ERR-CNT.

           IF  NOT MRG-TBL-INVALID
           AND MRG-KEY-CNT NOT = MRG-BAL-CNT
               SET MRG-FAILED        TO TRUE
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'KEYS IN NOT = RECORDS MERGED + BYPASSED'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
           END-IF.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'PARTITIONS IN TABLE'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-PART-CNT         TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'PARTITION CHECKPOINTS READ'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-CHK-READ-CNT     TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'POLICY KEYS IN'     TO MRG-RPT-CNT-TXT.
           MOVE MRG-KEY-CNT          TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'POLICY KEYS IN NO PARTITION'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-GAP-CNT          TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'PARTITION EXTRACT RECORDS READ'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-EXT-READ-CNT     TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'EXTRACT RECORDS OUT OF SEQUENCE'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-EXT-SEQ-CNT      TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'EXTRACT RECORDS IN NO PARTITION'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-EXT-NOPART-CNT   TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'POLICIES BYPASSED BY PARTITIONS'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-TOT-ERR-CNT      TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-CNT-LINE.
           MOVE 'MERGED EXTRACT RECORDS WRITTEN'
                                     TO MRG-RPT-CNT-TXT.
           MOVE MRG-WRIT-CNT         TO MRG-RPT-CNT-NUM.
           WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE.

           MOVE SPACES               TO MRG-RPT-REC.
           WRITE MRG-RPT-REC.

           IF  MRG-TBL-INVALID
           OR  MRG-FAILED
               MOVE SPACES           TO MRG-RPT-MSG-LINE
               MOVE 'MERGE OUT OF BALANCE - STREAM STOPPED'
                                     TO MRG-RPT-MSG-TXT
               WRITE MRG-RPT-REC FROM MRG-RPT-MSG-LINE
               MOVE 16               TO RETURN-CODE
           ELSE
               MOVE SPACES           TO MRG-RPT-CNT-LINE
               MOVE 'MERGE BALANCED - RECORDS IN/OUT'
                                     TO MRG-RPT-CNT-TXT
               MOVE MRG-KEY-CNT      TO MRG-RPT-CNT-NUM
               WRITE MRG-RPT-REC FROM MRG-RPT-CNT-LINE
           END-IF.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE MRGOUT-FILE
                 MRGRPT-FILE.

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
           INITIALIZE MRG-LDG-REC.
           MOVE 'CSBM9540'           TO MRG-LDG-JOB-ID.
           PERFORM  8910-SET-RUN-DT
               THRU 8910-SET-RUN-DT-X.
           MOVE MRG-RUN-DT           TO MRG-LDG-RUN-DT.
           MOVE MRG-PROC-DT          TO MRG-LDG-PROC-DT.
           ACCEPT MRG-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT MRG-LDG-WRIT-TIME FROM TIME.
           IF  MRG-TBL-INVALID
           OR  MRG-FAILED
               MOVE 'E'              TO MRG-LDG-STAT-CD
           ELSE
               MOVE 'C'              TO MRG-LDG-STAT-CD
           END-IF.

           MOVE 'MRGPOLIN'           TO MRG-LDG-CTL-ID (1).
           MOVE MRG-KEY-CNT          TO MRG-LDG-CTL-CNT (1).

           MOVE 'MRGEXTIN'           TO MRG-LDG-CTL-ID (2).
           MOVE MRG-EXT-READ-CNT     TO MRG-LDG-CTL-CNT (2).

           MOVE 'MRGOUT'             TO MRG-LDG-CTL-ID (3).
           MOVE MRG-WRIT-CNT         TO MRG-LDG-CTL-CNT (3).

           MOVE 'ERRORS'             TO MRG-LDG-CTL-ID (4).
           MOVE MRG-TOT-ERR-CNT      TO MRG-LDG-CTL-CNT (4).

           MOVE 'PARTS'              TO MRG-LDG-CTL-ID (5).
           MOVE MRG-PART-CNT         TO MRG-LDG-CTL-CNT (5).

           OPEN EXTEND MRGLEDG-FILE.
           WRITE MRG-LDG-REC.
           CLOSE MRGLEDG-FILE.

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
           MOVE MRG-PROC-DT          TO MRG-PDT.
           IF  MRG-PDT-YYYY NUMERIC
           AND MRG-PDT-MM   NUMERIC
           AND MRG-PDT-DD   NUMERIC
               MOVE MRG-PDT-YYYY     TO MRG-RUN-YYYY
               MOVE MRG-PDT-MM       TO MRG-RUN-MM
               MOVE MRG-PDT-DD       TO MRG-RUN-DD
           ELSE
               ACCEPT MRG-RUN-DT FROM DATE YYYYMMDD
           END-IF.

       8910-SET-RUN-DT-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9540                     **
      *****************************************************************
