      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. CSBM9541.

       COPY XCWWCRHT.

      *****************************************************************
      *  RUN-CONTROL LEDGER BALANCING STEP.                           *
      *                                                               *
      *  EVERY CSBM95XX JOB APPENDS ONE RECORD TO THE SHARED RUNLEDG  *
      *  LEDGER AS IT ENDS: JOB, RUN DATE, COMPLETION STATUS AND UP   *
      *  TO EIGHT NAMED CONTROLS (A RECORD COUNT AND AN AMOUNT HASH   *
      *  TOTAL EACH, NAMED FOR THE DD THEY COUNT OR FOR WHAT THEY     *
      *  TALLY).  THIS STEP READS THE LEDGER FOR THE RUN DATE AND     *
      *  PROVES EACH HANDOFF IN THE STREAM AGAINST A DECK OF RULE     *
      *  CARDS, SO A SHORT FILE IS CAUGHT AT THE STEP THAT MADE IT    *
      *  RATHER THAN BY A BRANCH THE NEXT MORNING.                    *
      *                                                               *
      *  IT ENDS WITH RETURN-CODE 16, STOPPING THE STREAM, IF:        *
      *                                                               *
      *    - A JOB NAMED ON A RULE HAS NO LEDGER RECORD FOR THE RUN   *
      *      DATE, OR THE CONTROL NAMED IS NOT ON ITS RECORD          *
      *    - ANY JOB'S LATEST RECORD FOR THE RUN DATE SAYS IT ENDED   *
      *      IN ERROR                                                 *
      *    - A RULE CARD IS MALFORMED OR A RULE DOES NOT HOLD         *
      *    - THE LEDGER OR THE RULE DECK CANNOT BE READ, OR THE       *
      *      DECK HOLDS NO RULES                                      *
      *                                                               *
      *  ONLY EACH JOB'S LATEST RECORD FOR THE RUN DATE COUNTS, SO A  *
      *  RERUN SUPERSEDES THE RUN BEFORE IT.  STEP RECORDS OF A       *
      *  PARTITIONED CSBM9528 (STEP NUMBER NOT ZERO) ARE LEFT TO      *
      *  CSBM9540, WHOSE OWN RECORD STANDS FOR THE MERGED EXTRACT.    *
      *  EACH JOB POSTS ITS RECORD UNDER ITS OWN RUN DATE OR PROCESS  *
      *  DATE, NEVER THE DAY IT HAPPENED TO END, SO A STEP THAT RUNS  *
      *  PAST MIDNIGHT STILL BALANCES UNDER THE STREAM'S DATE.        *
      *                                                               *
      *  RULE CARD (BALRULE; '*' IN COLUMN 1 IS A COMMENT):           *
      *    1-8   JOB       10-17 CONTROL  19    C(OUNT) / H(ASH)      *
      *    21-22 EQ/GE/LE  24-26 PERCENT OF RIGHT SIDE (BLANK = 100)  *
      *    28-35 JOB       37-44 CONTROL                              *
      *    46    + / -     48-55 JOB      57-64 CONTROL  (OPTIONAL)   *
      *  THE LEFT CONTROL IS COMPARED WITH THE RIGHT CONTROL, PLUS    *
      *  OR MINUS THE OPTIONAL SECOND ONE, TAKEN AT THE PERCENTAGE.   *
      *  FOR EXAMPLE:                                                 *
      *    CSBM9533 DLTCURR  C EQ 100 CSBM9528 EXTOUT                 *
      *    CSBM9533 DLTCURR  C GE 090 CSBM9533 DLTPREV                *
      *    CSBM9539 RCNSUSPO C EQ 100 CSBM9529 RCNSUSPO               *
      *    CSBM9539 HLDRESO  C EQ 100 CSBM9535 HLDRESO                *
      *  AND, WITH THE SECOND CONTROL IN COLUMNS 46-64,               *
      *    CSBM9531 AUDMSTR  C EQ 100 CSBM9531 AUDARCH + AUDNEW       *
      *    CSBM9529 RCNSUSPO C EQ 100 CSBM9529 CARRIED + NEWITEMS     *
      *  (EACH SECOND CONTROL NAMED WITH ITS JOB, CSBM9531/CSBM9529). *
      *  HASH (H) RULES COMPARE AMOUNT HASH TOTALS THE SAME WAY.      *
      *                                                               *
      *  INPUTS: BALPARM - RUN DATE (BLANK = TODAY)                   *
      *          BALRULE - RULE CARD DECK                             *
      *          RUNLEDG - RUN-CONTROL LEDGER                         *
      *  OUTPUT: BALRPT  - BALANCING REPORT                           *
      *          RUNLEDG - THIS STEP'S OWN RECORD IS APPENDED         *
      *****************************************************************

      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BALPARM-FILE   ASSIGN TO BALPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS BAL-PARM-STAT.

           SELECT BALRULE-FILE   ASSIGN TO BALRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS BAL-RULE-STAT.

           SELECT BALRPT-FILE    ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS BAL-RPT-STAT.

           SELECT BALLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS BAL-LDG-STAT.

      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       FD  BALPARM-FILE
           RECORDING MODE IS F.
       01  BAL-PARM-REC.
           05  BAL-PARM-RUN-DT                 PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  BALRULE-FILE
           RECORDING MODE IS F.
       01  BAL-RULE-REC.
           05  BAL-RULE-L-JOB-ID               PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-L-CTL-ID               PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-TYP-CD                 PIC X(01).
               88  BAL-RULE-COUNT              VALUE 'C'.
               88  BAL-RULE-HASH               VALUE 'H'.
           05  FILLER                          PIC X(01).
           05  BAL-RULE-OPER-CD                PIC X(02).
               88  BAL-RULE-EQ                 VALUE 'EQ'.
               88  BAL-RULE-GE                 VALUE 'GE'.
               88  BAL-RULE-LE                 VALUE 'LE'.
           05  FILLER                          PIC X(01).
           05  BAL-RULE-PCT                    PIC X(03).
           05  BAL-RULE-PCT-N REDEFINES BAL-RULE-PCT
                                               PIC 9(03).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-R1-JOB-ID              PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-R1-CTL-ID              PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-R2-SIGN                PIC X(01).
               88  BAL-RULE-R2-NONE            VALUE ' '.
               88  BAL-RULE-R2-PLUS            VALUE '+'.
               88  BAL-RULE-R2-MINUS           VALUE '-'.
           05  FILLER                          PIC X(01).
           05  BAL-RULE-R2-JOB-ID              PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RULE-R2-CTL-ID              PIC X(08).
           05  FILLER                          PIC X(16).

       FD  BALRPT-FILE
           RECORDING MODE IS F.
       01  BAL-RPT-REC                         PIC X(132).

       FD  BALLEDG-FILE
           RECORDING MODE IS F.
       01  BAL-LDG-REC.
           05  BAL-LDG-JOB-ID                  PIC X(08).
           05  BAL-LDG-RUN-DT                  PIC 9(08).
           05  BAL-LDG-STEP-NO                 PIC 9(02).
           05  BAL-LDG-PROC-DT                 PIC X(10).
           05  BAL-LDG-WRIT-DT                 PIC 9(08).
           05  BAL-LDG-WRIT-TIME               PIC 9(08).
           05  BAL-LDG-STAT-CD                 PIC X(01).
           05  BAL-LDG-OVRD-IND                PIC X(01).
           05  BAL-LDG-CTL-AREA.
               10  BAL-LDG-CTL-T OCCURS 8.
                   15  BAL-LDG-CTL-ID          PIC X(08).
                   15  BAL-LDG-CTL-CNT         PIC 9(09).
                   15  BAL-LDG-CTL-HASH        PIC S9(15)V9(02).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'CSBM9541'.

       01  BAL-WORKING-STORAGE.
           05  BAL-PARM-STAT                   PIC X(02).
           05  BAL-RULE-STAT                   PIC X(02).
               88  BAL-RULE-EOF                VALUE '10'.
           05  BAL-RPT-STAT                    PIC X(02).
           05  BAL-LDG-STAT                    PIC X(02).
           05  BAL-RUN-DT                      PIC 9(08).
           05  BAL-JOB-CNT                     PIC S9(04) BINARY.
           05  BAL-JOB-MAX                     PIC S9(04) BINARY
                                               VALUE +100.
           05  BAL-SUB                         PIC S9(04) BINARY.
           05  BAL-JOB-SUB                     PIC S9(04) BINARY.
           05  BAL-CTL-SUB                     PIC S9(04) BINARY.
           05  BAL-FOUND-SUB                   PIC S9(04) BINARY.
           05  BAL-LDG-READ-CNT                PIC S9(09) BINARY.
           05  BAL-LDG-USED-CNT                PIC S9(09) BINARY.
           05  BAL-RULE-CNT                    PIC S9(09) BINARY.
           05  BAL-BRK-CNT                     PIC S9(09) BINARY.
           05  BAL-PCT                         PIC 9(03).
           05  BAL-LEFT-AMT                    PIC S9(17)V9(02)
                                               COMP-3.
           05  BAL-RIGHT-AMT                   PIC S9(17)V9(02)
                                               COMP-3.
           05  BAL-FIND-JOB-ID                 PIC X(08).
           05  BAL-FIND-CTL-ID                 PIC X(08).
           05  BAL-FIND-AMT                    PIC S9(17)V9(02)
                                               COMP-3.
           05  BAL-FIND-SW                     PIC X(01).
               88  BAL-FIND-OK                 VALUE 'Y'.
               88  BAL-FIND-NO-JOB             VALUE 'J'.
               88  BAL-FIND-JOB-ERR            VALUE 'E'.
               88  BAL-FIND-NO-CTL             VALUE 'C'.
           05  BAL-LDG-AVAIL-SW                PIC X(01).
               88  BAL-LDG-AVAIL               VALUE 'Y'.
           05  BAL-TBL-FULL-SW                 PIC X(01).
               88  BAL-TBL-FULL                VALUE 'Y'.
           05  BAL-RULE-OK-SW                  PIC X(01).
               88  BAL-RULE-OK                 VALUE 'Y'.

      *  LATEST LEDGER RECORD FOR THE RUN DATE, ONE ENTRY PER JOB
       01  BAL-JOB-TABLE-AREA.
           05  BAL-JOB-T OCCURS 100.
               10  BAL-JOB-ID                  PIC X(08).
               10  BAL-JOB-STAT-CD             PIC X(01).
                   88  BAL-JOB-COMPLETE        VALUE 'C'.
               10  BAL-JOB-OVRD-IND            PIC X(01).
               10  BAL-JOB-WRIT-DT             PIC 9(08).
               10  BAL-JOB-WRIT-TIME           PIC 9(08).
               10  BAL-JOB-CTL-AREA.
                   15  BAL-JOB-CTL-T OCCURS 8.
                       20  BAL-JOB-CTL-ID      PIC X(08).
                       20  BAL-JOB-CTL-CNT     PIC 9(09).
                       20  BAL-JOB-CTL-HASH    PIC S9(15)V9(02).

       01  BAL-RPT-HDG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(44)
               VALUE 'CSBM9541  RUN-CONTROL LEDGER BALANCING      '.
           05  FILLER                          PIC X(10)
               VALUE 'RUN DATE: '.
           05  BAL-RPT-HDG-DT                  PIC 9(08).
           05  FILLER                          PIC X(69).

       01  BAL-RPT-JOB-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(60) VALUE
               'JOB       WRITTEN   TIME      STATUS'.
           05  FILLER                          PIC X(71).

       01  BAL-RPT-JOB-LINE.
           05  FILLER                          PIC X(01).
           05  BAL-RPT-JOB-ID                  PIC X(08).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-JOB-WRIT-DT             PIC 9(08).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-JOB-WRIT-TIME           PIC 9(08).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-JOB-STAT                PIC X(30).
           05  FILLER                          PIC X(71).

       01  BAL-RPT-RULE-COL-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(35) VALUE
               'LEFT SIDE         T OP PCT RIGHT S'.
           05  FILLER                          PIC X(30) VALUE
               'IDE       +/- SECOND CONTROL'.
           05  FILLER                          PIC X(20) VALUE
               '          LEFT VALUE'.
           05  FILLER                          PIC X(20) VALUE
               '         RIGHT VALUE'.
           05  FILLER                          PIC X(12) VALUE
               '  RESULT'.
           05  FILLER                          PIC X(14).

       01  BAL-RPT-RULE-LINE.
           05  FILLER                          PIC X(01).
           05  BAL-RPT-L-JOB-ID                PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-L-CTL-ID                PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-TYP-CD                  PIC X(01).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-OPER-CD                 PIC X(02).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-PCT                     PIC ZZ9.
           05  FILLER                          PIC X(01).
           05  BAL-RPT-R1-JOB-ID               PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-R1-CTL-ID               PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-R2-SIGN                 PIC X(01).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-R2-JOB-ID               PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-R2-CTL-ID               PIC X(08).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-LEFT-AMT                PIC -(14)9.9(02).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-RIGHT-AMT               PIC -(14)9.9(02).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-RESULT                  PIC X(10).
           05  FILLER                          PIC X(14).

       01  BAL-RPT-MSG-LINE.
           05  FILLER                          PIC X(01).
           05  FILLER                          PIC X(04) VALUE '*** '.
           05  BAL-RPT-MSG-TXT                 PIC X(45).
           05  FILLER                          PIC X(02).
           05  BAL-RPT-MSG-JOB-ID              PIC X(08).
           05  FILLER                          PIC X(01).
           05  BAL-RPT-MSG-CTL-ID              PIC X(08).
           05  FILLER                          PIC X(63).

       01  BAL-RPT-CNT-LINE.
           05  FILLER                          PIC X(01).
           05  BAL-RPT-CNT-TXT                 PIC X(35).
           05  BAL-RPT-CNT-NUM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(85).
      /
       PROCEDURE DIVISION.
      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  1000-INITIALIZE
               THRU 1000-INITIALIZE-X.

           PERFORM  2000-LOAD-LEDGER
               THRU 2000-LOAD-LEDGER-X.

           PERFORM  3000-CHECK-RULES
               THRU 3000-CHECK-RULES-X.

           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.

       0000-MAINLINE-X.
           GOBACK.

      /
      *----------------
       1000-INITIALIZE.
      *----------------

           MOVE ZERO                 TO BAL-JOB-CNT.
           MOVE ZERO                 TO BAL-LDG-READ-CNT.
           MOVE ZERO                 TO BAL-LDG-USED-CNT.
           MOVE ZERO                 TO BAL-RULE-CNT.
           MOVE ZERO                 TO BAL-BRK-CNT.
           MOVE SPACE                TO BAL-LDG-AVAIL-SW.
           MOVE SPACE                TO BAL-TBL-FULL-SW.
           INITIALIZE BAL-JOB-TABLE-AREA.

           MOVE ZERO                 TO BAL-RUN-DT.
           OPEN INPUT  BALPARM-FILE.
           READ BALPARM-FILE.
           IF  BAL-PARM-STAT = '00'
               MOVE BAL-PARM-RUN-DT  TO BAL-RUN-DT
           END-IF.
           CLOSE BALPARM-FILE.

           IF  BAL-RUN-DT NOT NUMERIC
           OR  BAL-RUN-DT = ZERO
               ACCEPT BAL-RUN-DT FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT BALRPT-FILE.

           MOVE BAL-RUN-DT           TO BAL-RPT-HDG-DT.
           WRITE BAL-RPT-REC FROM BAL-RPT-HDG-LINE.
           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

       1000-INITIALIZE-X.
           EXIT.
      /
      *------------------
       2000-LOAD-LEDGER.
      *------------------
      *
      *  KEEP THE LATEST RECORD EACH JOB WROTE FOR THE RUN DATE; THE
      *  LEDGER IS ONLY EVER APPENDED TO, SO THE LAST ONE READ WINS
      *
           OPEN INPUT  BALLEDG-FILE.

           IF  BAL-LDG-STAT NOT = '00'
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'RUN-CONTROL LEDGER NOT AVAILABLE'
                                     TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
               GO TO 2000-LOAD-LEDGER-X
           END-IF.

           SET BAL-LDG-AVAIL         TO TRUE.

           PERFORM  2100-LOAD-LEDGER-REC
               THRU 2100-LOAD-LEDGER-REC-X
                   UNTIL BAL-LDG-STAT NOT = '00'.

           CLOSE BALLEDG-FILE.

           IF  BAL-TBL-FULL
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'MORE JOBS ON LEDGER THAN THE TABLE HOLDS'
                                     TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
           END-IF.

           WRITE BAL-RPT-REC FROM BAL-RPT-JOB-COL-LINE.
           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

           PERFORM  2300-LIST-JOB
               THRU 2300-LIST-JOB-X
               VARYING BAL-SUB FROM 1 BY 1
                   UNTIL BAL-SUB > BAL-JOB-CNT.

           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

       2000-LOAD-LEDGER-X.
           EXIT.
      /
      *----------------------
       2100-LOAD-LEDGER-REC.
      *----------------------

           READ BALLEDG-FILE.

           IF  BAL-LDG-STAT NOT = '00'
               GO TO 2100-LOAD-LEDGER-REC-X
           END-IF.

           ADD +1                    TO BAL-LDG-READ-CNT.

           IF  BAL-LDG-RUN-DT NOT = BAL-RUN-DT
           OR  BAL-LDG-STEP-NO NOT = ZERO
           OR  BAL-LDG-JOB-ID = 'CSBM9541'
               GO TO 2100-LOAD-LEDGER-REC-X
           END-IF.

           ADD +1                    TO BAL-LDG-USED-CNT.

           MOVE ZERO                 TO BAL-FOUND-SUB.
           PERFORM  2110-MATCH-JOB
               THRU 2110-MATCH-JOB-X
               VARYING BAL-SUB FROM 1 BY 1
                   UNTIL BAL-SUB > BAL-JOB-CNT
                   OR    BAL-FOUND-SUB > ZERO.

           IF  BAL-FOUND-SUB = ZERO
               IF  BAL-JOB-CNT NOT < BAL-JOB-MAX
                   SET BAL-TBL-FULL  TO TRUE
                   GO TO 2100-LOAD-LEDGER-REC-X
               END-IF
               ADD +1                TO BAL-JOB-CNT
               MOVE BAL-JOB-CNT      TO BAL-FOUND-SUB
           END-IF.

           MOVE BAL-LDG-JOB-ID       TO BAL-JOB-ID (BAL-FOUND-SUB).
           MOVE BAL-LDG-STAT-CD      TO
                BAL-JOB-STAT-CD (BAL-FOUND-SUB).
           MOVE BAL-LDG-OVRD-IND     TO
                BAL-JOB-OVRD-IND (BAL-FOUND-SUB).
           MOVE BAL-LDG-WRIT-DT      TO
                BAL-JOB-WRIT-DT (BAL-FOUND-SUB).
           MOVE BAL-LDG-WRIT-TIME    TO
                BAL-JOB-WRIT-TIME (BAL-FOUND-SUB).
           MOVE BAL-LDG-CTL-AREA     TO
                BAL-JOB-CTL-AREA (BAL-FOUND-SUB).

       2100-LOAD-LEDGER-REC-X.
           EXIT.
      /
      *------------------
       2110-MATCH-JOB.
      *------------------

           IF  BAL-JOB-ID (BAL-SUB) = BAL-LDG-JOB-ID
               MOVE BAL-SUB          TO BAL-FOUND-SUB
           END-IF.

       2110-MATCH-JOB-X.
           EXIT.
      /
      *-----------------
       2300-LIST-JOB.
      *-----------------
      *
      *  A JOB WHOSE LATEST RUN ENDED IN ERROR BREAKS THE STREAM
      *  WHETHER OR NOT ANY RULE NAMES IT
      *
           MOVE SPACES               TO BAL-RPT-JOB-LINE.
           MOVE BAL-JOB-ID (BAL-SUB) TO BAL-RPT-JOB-ID.
           MOVE BAL-JOB-WRIT-DT (BAL-SUB)
                                     TO BAL-RPT-JOB-WRIT-DT.
           MOVE BAL-JOB-WRIT-TIME (BAL-SUB)
                                     TO BAL-RPT-JOB-WRIT-TIME.

           EVALUATE TRUE
               WHEN NOT BAL-JOB-COMPLETE (BAL-SUB)
                    MOVE 'ENDED IN ERROR' TO BAL-RPT-JOB-STAT
               WHEN BAL-JOB-OVRD-IND (BAL-SUB) = 'Y'
                    MOVE 'COMPLETE - RERUN ON OVERRIDE'
                                     TO BAL-RPT-JOB-STAT
               WHEN OTHER
                    MOVE 'COMPLETE'  TO BAL-RPT-JOB-STAT
           END-EVALUATE.

           WRITE BAL-RPT-REC FROM BAL-RPT-JOB-LINE.

           IF  NOT BAL-JOB-COMPLETE (BAL-SUB)
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'JOB ENDED IN ERROR'
                                     TO BAL-RPT-MSG-TXT
               MOVE BAL-JOB-ID (BAL-SUB)
                                     TO BAL-RPT-MSG-JOB-ID
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
           END-IF.

       2300-LIST-JOB-X.
           EXIT.
      /
      *------------------
       3000-CHECK-RULES.
      *------------------

           WRITE BAL-RPT-REC FROM BAL-RPT-RULE-COL-LINE.
           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

           OPEN INPUT  BALRULE-FILE.

           IF  BAL-RULE-STAT NOT = '00'
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'RULE CARD DECK NOT AVAILABLE'
                                     TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
               GO TO 3000-CHECK-RULES-X
           END-IF.

           PERFORM  3100-CHECK-ONE-RULE
               THRU 3100-CHECK-ONE-RULE-X
                   UNTIL BAL-RULE-STAT NOT = '00'.

           CLOSE BALRULE-FILE.

      *  A DECK THAT STOPS ON AN I/O ERROR WAS NOT READ TO THE END -
      *  THE RULES AFTER THE ERROR WERE NEVER CHECKED
           IF  NOT BAL-RULE-EOF
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'RULE CARD DECK READ ERROR'
                                     TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
           END-IF.

      *  AN EMPTY DECK PROVES NOTHING - TREAT IT AS A BREAK
           IF  BAL-RULE-CNT = ZERO
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'NO RULE CARDS'  TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
           END-IF.

       3000-CHECK-RULES-X.
           EXIT.
      /
      *---------------------
       3100-CHECK-ONE-RULE.
      *---------------------

           READ BALRULE-FILE.

           IF  BAL-RULE-STAT NOT = '00'
               GO TO 3100-CHECK-ONE-RULE-X
           END-IF.

           IF  BAL-RULE-REC = SPACES
           OR  BAL-RULE-L-JOB-ID (1:1) = '*'
               GO TO 3100-CHECK-ONE-RULE-X
           END-IF.

           ADD +1                    TO BAL-RULE-CNT.

           MOVE SPACES               TO BAL-RPT-RULE-LINE.
           MOVE BAL-RULE-L-JOB-ID    TO BAL-RPT-L-JOB-ID.
           MOVE BAL-RULE-L-CTL-ID    TO BAL-RPT-L-CTL-ID.
           MOVE BAL-RULE-TYP-CD      TO BAL-RPT-TYP-CD.
           MOVE BAL-RULE-OPER-CD     TO BAL-RPT-OPER-CD.
           MOVE BAL-RULE-R1-JOB-ID   TO BAL-RPT-R1-JOB-ID.
           MOVE BAL-RULE-R1-CTL-ID   TO BAL-RPT-R1-CTL-ID.
           MOVE BAL-RULE-R2-SIGN     TO BAL-RPT-R2-SIGN.
           MOVE BAL-RULE-R2-JOB-ID   TO BAL-RPT-R2-JOB-ID.
           MOVE BAL-RULE-R2-CTL-ID   TO BAL-RPT-R2-CTL-ID.

           PERFORM  3200-EDIT-RULE
               THRU 3200-EDIT-RULE-X.

           IF  NOT BAL-RULE-OK
               MOVE 'BAD CARD'       TO BAL-RPT-RESULT
               WRITE BAL-RPT-REC FROM BAL-RPT-RULE-LINE
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'RULE CARD INVALID'
                                     TO BAL-RPT-MSG-TXT
               MOVE BAL-RULE-L-JOB-ID
                                     TO BAL-RPT-MSG-JOB-ID
               MOVE BAL-RULE-L-CTL-ID
                                     TO BAL-RPT-MSG-CTL-ID
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
               GO TO 3100-CHECK-ONE-RULE-X
           END-IF.

           MOVE BAL-PCT              TO BAL-RPT-PCT.

      *  LEFT SIDE
           MOVE BAL-RULE-L-JOB-ID    TO BAL-FIND-JOB-ID.
           MOVE BAL-RULE-L-CTL-ID    TO BAL-FIND-CTL-ID.
           PERFORM  3300-FIND-CONTROL
               THRU 3300-FIND-CONTROL-X.
           IF  NOT BAL-FIND-OK
               GO TO 3100-CHECK-ONE-RULE-NOT-FOUND
           END-IF.
           MOVE BAL-FIND-AMT         TO BAL-LEFT-AMT.

      *  RIGHT SIDE, WITH THE OPTIONAL SECOND CONTROL
           MOVE BAL-RULE-R1-JOB-ID   TO BAL-FIND-JOB-ID.
           MOVE BAL-RULE-R1-CTL-ID   TO BAL-FIND-CTL-ID.
           PERFORM  3300-FIND-CONTROL
               THRU 3300-FIND-CONTROL-X.
           IF  NOT BAL-FIND-OK
               GO TO 3100-CHECK-ONE-RULE-NOT-FOUND
           END-IF.
           MOVE BAL-FIND-AMT         TO BAL-RIGHT-AMT.

           IF  NOT BAL-RULE-R2-NONE
               MOVE BAL-RULE-R2-JOB-ID
                                     TO BAL-FIND-JOB-ID
               MOVE BAL-RULE-R2-CTL-ID
                                     TO BAL-FIND-CTL-ID
               PERFORM  3300-FIND-CONTROL
                   THRU 3300-FIND-CONTROL-X
               IF  NOT BAL-FIND-OK
                   GO TO 3100-CHECK-ONE-RULE-NOT-FOUND
               END-IF
               IF  BAL-RULE-R2-PLUS
                   ADD BAL-FIND-AMT  TO BAL-RIGHT-AMT
               ELSE
                   SUBTRACT BAL-FIND-AMT FROM BAL-RIGHT-AMT
               END-IF
           END-IF.

           IF  BAL-PCT NOT = 100
               COMPUTE BAL-RIGHT-AMT ROUNDED =
                   BAL-RIGHT-AMT * BAL-PCT / 100
           END-IF.

           MOVE BAL-LEFT-AMT         TO BAL-RPT-LEFT-AMT.
           MOVE BAL-RIGHT-AMT        TO BAL-RPT-RIGHT-AMT.

           IF  (BAL-RULE-EQ AND BAL-LEFT-AMT = BAL-RIGHT-AMT)
           OR  (BAL-RULE-GE AND BAL-LEFT-AMT NOT < BAL-RIGHT-AMT)
           OR  (BAL-RULE-LE AND BAL-LEFT-AMT NOT > BAL-RIGHT-AMT)
               MOVE 'OK'             TO BAL-RPT-RESULT
               WRITE BAL-RPT-REC FROM BAL-RPT-RULE-LINE
           ELSE
               MOVE 'BREAK'          TO BAL-RPT-RESULT
               WRITE BAL-RPT-REC FROM BAL-RPT-RULE-LINE
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'RULE OUT OF BALANCE'
                                     TO BAL-RPT-MSG-TXT
               MOVE BAL-RULE-L-JOB-ID
                                     TO BAL-RPT-MSG-JOB-ID
               MOVE BAL-RULE-L-CTL-ID
                                     TO BAL-RPT-MSG-CTL-ID
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               ADD +1                TO BAL-BRK-CNT
           END-IF.

           GO TO 3100-CHECK-ONE-RULE-X.

       3100-CHECK-ONE-RULE-NOT-FOUND.

           MOVE 'BREAK'              TO BAL-RPT-RESULT.
           WRITE BAL-RPT-REC FROM BAL-RPT-RULE-LINE.

           MOVE SPACES               TO BAL-RPT-MSG-LINE.
           EVALUATE TRUE
               WHEN BAL-FIND-NO-JOB
                    MOVE 'JOB NOT ON LEDGER FOR RUN DATE'
                                     TO BAL-RPT-MSG-TXT
               WHEN BAL-FIND-JOB-ERR
                    MOVE 'JOB ENDED IN ERROR - CONTROLS NOT USABLE'
                                     TO BAL-RPT-MSG-TXT
               WHEN OTHER
                    MOVE 'CONTROL NOT ON JOB LEDGER RECORD'
                                     TO BAL-RPT-MSG-TXT
           END-EVALUATE.
           MOVE BAL-FIND-JOB-ID      TO BAL-RPT-MSG-JOB-ID.
           MOVE BAL-FIND-CTL-ID      TO BAL-RPT-MSG-CTL-ID.
           WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE.
           ADD +1                    TO BAL-BRK-CNT.

       3100-CHECK-ONE-RULE-X.
           EXIT.
      /
      *------------------
       3200-EDIT-RULE.
      *------------------

           SET BAL-RULE-OK           TO TRUE.

           IF  BAL-RULE-PCT = SPACES
               MOVE 100              TO BAL-PCT
           ELSE
               IF  BAL-RULE-PCT-N NUMERIC
                   MOVE BAL-RULE-PCT-N
                                     TO BAL-PCT
                   IF  BAL-PCT = ZERO
                       MOVE 100      TO BAL-PCT
                   END-IF
               ELSE
                   MOVE SPACE        TO BAL-RULE-OK-SW
               END-IF
           END-IF.

           IF  NOT BAL-RULE-COUNT
           AND NOT BAL-RULE-HASH
               MOVE SPACE            TO BAL-RULE-OK-SW
           END-IF.

           IF  NOT BAL-RULE-EQ
           AND NOT BAL-RULE-GE
           AND NOT BAL-RULE-LE
               MOVE SPACE            TO BAL-RULE-OK-SW
           END-IF.

           IF  BAL-RULE-L-JOB-ID  = SPACES
           OR  BAL-RULE-L-CTL-ID  = SPACES
           OR  BAL-RULE-R1-JOB-ID = SPACES
           OR  BAL-RULE-R1-CTL-ID = SPACES
               MOVE SPACE            TO BAL-RULE-OK-SW
           END-IF.

           IF  NOT BAL-RULE-R2-NONE
           AND NOT BAL-RULE-R2-PLUS
           AND NOT BAL-RULE-R2-MINUS
               MOVE SPACE            TO BAL-RULE-OK-SW
           END-IF.

           IF  NOT BAL-RULE-R2-NONE
           AND (BAL-RULE-R2-JOB-ID = SPACES
           OR   BAL-RULE-R2-CTL-ID = SPACES)
               MOVE SPACE            TO BAL-RULE-OK-SW
           END-IF.

       3200-EDIT-RULE-X.
           EXIT.
      /
      *---------------------
       3300-FIND-CONTROL.
      *---------------------
      *
      *  RETURNS THE COUNT OR HASH (PER THE RULE TYPE) OF ONE NAMED
      *  CONTROL ON ONE JOB'S LEDGER RECORD IN BAL-FIND-AMT
      *
           MOVE ZERO                 TO BAL-FIND-AMT.
           MOVE ZERO                 TO BAL-FOUND-SUB.

           IF  BAL-LDG-AVAIL
               PERFORM  3310-MATCH-RULE-JOB
                   THRU 3310-MATCH-RULE-JOB-X
                   VARYING BAL-SUB FROM 1 BY 1
                       UNTIL BAL-SUB > BAL-JOB-CNT
                       OR    BAL-FOUND-SUB > ZERO
           END-IF.

           IF  BAL-FOUND-SUB = ZERO
               SET BAL-FIND-NO-JOB   TO TRUE
               GO TO 3300-FIND-CONTROL-X
           END-IF.

           MOVE BAL-FOUND-SUB        TO BAL-JOB-SUB.

           IF  NOT BAL-JOB-COMPLETE (BAL-JOB-SUB)
               SET BAL-FIND-JOB-ERR  TO TRUE
               GO TO 3300-FIND-CONTROL-X
           END-IF.

           MOVE ZERO                 TO BAL-FOUND-SUB.
           PERFORM  3320-MATCH-RULE-CTL
               THRU 3320-MATCH-RULE-CTL-X
               VARYING BAL-CTL-SUB FROM 1 BY 1
                   UNTIL BAL-CTL-SUB > 8
                   OR    BAL-FOUND-SUB > ZERO.

           IF  BAL-FOUND-SUB = ZERO
               SET BAL-FIND-NO-CTL   TO TRUE
               GO TO 3300-FIND-CONTROL-X
           END-IF.

           SET BAL-FIND-OK           TO TRUE.
           IF  BAL-RULE-COUNT
               MOVE BAL-JOB-CTL-CNT (BAL-JOB-SUB BAL-FOUND-SUB)
                                     TO BAL-FIND-AMT
           ELSE
               MOVE BAL-JOB-CTL-HASH (BAL-JOB-SUB BAL-FOUND-SUB)
                                     TO BAL-FIND-AMT
           END-IF.

       3300-FIND-CONTROL-X.
           EXIT.
      /
      *----------------------
       3310-MATCH-RULE-JOB.
      *----------------------

           IF  BAL-JOB-ID (BAL-SUB) = BAL-FIND-JOB-ID
               MOVE BAL-SUB          TO BAL-FOUND-SUB
           END-IF.

       3310-MATCH-RULE-JOB-X.
           EXIT.
      /
      *----------------------
       3320-MATCH-RULE-CTL.
      *----------------------

           IF  BAL-JOB-CTL-ID (BAL-JOB-SUB BAL-CTL-SUB) =
               BAL-FIND-CTL-ID
               MOVE BAL-CTL-SUB      TO BAL-FOUND-SUB
           END-IF.

       3320-MATCH-RULE-CTL-X.
           EXIT.
      /
      *----------------
       9000-FINALIZE.
      *----------------

           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

           MOVE SPACES               TO BAL-RPT-CNT-LINE.
           MOVE 'LEDGER RECORDS READ'
                                     TO BAL-RPT-CNT-TXT.
           MOVE BAL-LDG-READ-CNT     TO BAL-RPT-CNT-NUM.
           WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE.

           MOVE SPACES               TO BAL-RPT-CNT-LINE.
           MOVE 'LEDGER RECORDS FOR RUN DATE'
                                     TO BAL-RPT-CNT-TXT.
           MOVE BAL-LDG-USED-CNT     TO BAL-RPT-CNT-NUM.
           WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE.

           MOVE SPACES               TO BAL-RPT-CNT-LINE.
           MOVE 'JOBS ON LEDGER FOR RUN DATE'
                                     TO BAL-RPT-CNT-TXT.
           MOVE BAL-JOB-CNT          TO BAL-RPT-CNT-NUM.
           WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE.

           MOVE SPACES               TO BAL-RPT-CNT-LINE.
           MOVE 'RULES CHECKED'      TO BAL-RPT-CNT-TXT.
           MOVE BAL-RULE-CNT         TO BAL-RPT-CNT-NUM.
           WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE.

           MOVE SPACES               TO BAL-RPT-CNT-LINE.
           MOVE 'BREAKS'             TO BAL-RPT-CNT-TXT.
           MOVE BAL-BRK-CNT          TO BAL-RPT-CNT-NUM.
           WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE.

           MOVE SPACES               TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

           IF  BAL-BRK-CNT > ZERO
               MOVE SPACES           TO BAL-RPT-MSG-LINE
               MOVE 'LEDGER OUT OF BALANCE - STREAM STOPPED'
                                     TO BAL-RPT-MSG-TXT
               WRITE BAL-RPT-REC FROM BAL-RPT-MSG-LINE
               MOVE 16               TO RETURN-CODE
           ELSE
               MOVE SPACES           TO BAL-RPT-CNT-LINE
               MOVE 'RUN CONTROLS BALANCED - RULES'
                                     TO BAL-RPT-CNT-TXT
               MOVE BAL-RULE-CNT     TO BAL-RPT-CNT-NUM
               WRITE BAL-RPT-REC FROM BAL-RPT-CNT-LINE
           END-IF.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE BALRPT-FILE.

       9000-FINALIZE-X.
           EXIT.
      /
      *----------------------
       8900-WRITE-LEDGER.
      *----------------------
      *
      *  ONE RUN-CONTROL RECORD PER RUN, APPENDED TO THE SHARED
      *  LEDGER; THIS STEP'S OWN RECORDS ARE NEVER BALANCED
      *
           INITIALIZE BAL-LDG-REC.
           MOVE 'CSBM9541'           TO BAL-LDG-JOB-ID.
           MOVE BAL-RUN-DT           TO BAL-LDG-RUN-DT.
           ACCEPT BAL-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT BAL-LDG-WRIT-TIME FROM TIME.
           IF  BAL-BRK-CNT > ZERO
               MOVE 'E'              TO BAL-LDG-STAT-CD
           ELSE
               MOVE 'C'              TO BAL-LDG-STAT-CD
           END-IF.

           MOVE 'RUNLEDG'            TO BAL-LDG-CTL-ID (1).
           MOVE BAL-LDG-READ-CNT     TO BAL-LDG-CTL-CNT (1).

           MOVE 'JOBS'               TO BAL-LDG-CTL-ID (2).
           MOVE BAL-JOB-CNT          TO BAL-LDG-CTL-CNT (2).

           MOVE 'RULES'              TO BAL-LDG-CTL-ID (3).
           MOVE BAL-RULE-CNT         TO BAL-LDG-CTL-CNT (3).

           MOVE 'BREAKS'             TO BAL-LDG-CTL-ID (4).
           MOVE BAL-BRK-CNT          TO BAL-LDG-CTL-CNT (4).

           OPEN EXTEND BALLEDG-FILE.
           WRITE BAL-LDG-REC.
           CLOSE BALLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9541                     **
      *****************************************************************
