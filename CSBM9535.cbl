      *  INPUTS: HLDPARM - RUN DATE AND HORIZON DAYS                  *
      *          HLDPOL  - POLICY MASTER UNLOAD                       *
      *  OUTPUT: HLDRPT  - FORECAST REPORT BY BRANCH                  *
      *          HLDRESO - ONE FIXED-LAYOUT RECORD PER LISTED         *
      *                    RESUMPTION, IN THE SAME BRANCH / DATE      *
      *                    SEQUENCE, FOR THE BRANCH WORK QUEUE        *
      *                                                               *
      *  EVERY RUN APPENDS ONE RUN-CONTROL RECORD (RECORD COUNTS AND  *
      *  AMOUNT HASH TOTALS) TO THE SHARED RUNLEDG LEDGER, WHICH THE  *
      *  CSBM9541 BALANCING STEP CHECKS BEFORE THE STREAM GOES ON.    *
      *****************************************************************

      /
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS HLD-RPT-STAT.

           SELECT HLDRESO-FILE   ASSIGN TO HLDRESO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS HLD-RESO-STAT.

           SELECT HLDLEDG-FILE   ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS HLD-LDG-STAT.

           SELECT HLDSORT-FILE   ASSIGN TO SORTWK01.

      ***************
           RECORDING MODE IS F.
       01  HLD-RPT-REC                         PIC X(132).

       FD  HLDRESO-FILE
           RECORDING MODE IS F.
       01  HLD-RESO-REC.
           05  HLD-RESO-POL-ID                 PIC X(10).
           05  HLD-RESO-RESUME-DT              PIC 9(08).
           05  HLD-RESO-BILL-MODE-CD           PIC X(01).
           05  HLD-RESO-MPREM-AMT              PIC S9(13)V9(02).
           05  HLD-RESO-SERV-BR-ID             PIC X(05).
           05  FILLER                          PIC X(41).

       FD  HLDLEDG-FILE
           RECORDING MODE IS F.
       01  HLD-LDG-REC.
           05  HLD-LDG-JOB-ID                  PIC X(08).
           05  HLD-LDG-RUN-DT                  PIC 9(08).
           05  HLD-LDG-STEP-NO                 PIC 9(02).
           05  HLD-LDG-PROC-DT                 PIC X(10).
           05  HLD-LDG-WRIT-DT                 PIC 9(08).
           05  HLD-LDG-WRIT-TIME               PIC 9(08).
           05  HLD-LDG-STAT-CD                 PIC X(01).
           05  HLD-LDG-OVRD-IND                PIC X(01).
           05  HLD-LDG-CTL-T OCCURS 8.
               10  HLD-LDG-CTL-ID              PIC X(08).
               10  HLD-LDG-CTL-CNT             PIC 9(09).
               10  HLD-LDG-CTL-HASH            PIC S9(15)V9(02).

       SD  HLDSORT-FILE.
       01  HLD-SRT-REC.
           05  HLD-SRT-BR-ID                   PIC X(05).
           05  HLD-POL-STAT                    PIC X(02).
               88  HLD-POL-EOF                 VALUE '10'.
           05  HLD-RPT-STAT                    PIC X(02).
           05  HLD-LDG-STAT                    PIC X(02).
           05  HLD-RESO-STAT                   PIC X(02).
           05  HLD-RUN-DT                      PIC 9(08).
           05  HLD-HORIZ-DYS                   PIC 9(03).
           05  HLD-RUN-SERIAL                  PIC S9(09) BINARY.
           05  HLD-LISTED-CNT                  PIC S9(09) BINARY.
           05  HLD-BAD-DATA-CNT                PIC S9(09) BINARY.
           05  HLD-BR-CNT                      PIC S9(09) BINARY.
           05  HLD-RESO-CNT                    PIC S9(09) BINARY.
           05  HLD-RESO-HASH-AMT               PIC S9(15)V9(02)
                                               COMP-3.
           05  HLD-PREV-BR-ID                  PIC X(05).
           05  HLD-TOT-MTHS                    PIC S9(09) BINARY.
           05  HLD-WRK-YY                      PIC S9(09) BINARY.
           MOVE ZERO                 TO HLD-ON-HLDY-CNT.
           MOVE ZERO                 TO HLD-LISTED-CNT.
           MOVE ZERO                 TO HLD-BAD-DATA-CNT.
           MOVE ZERO                 TO HLD-RESO-CNT.
           MOVE ZERO                 TO HLD-RESO-HASH-AMT.
           MOVE SPACES               TO HLD-PREV-BR-ID.

           OPEN INPUT  HLDPARM-FILE.
           MOVE HLD-DW-SERIAL        TO HLD-RUN-SERIAL.

           OPEN INPUT  HLDPOL-FILE.
           OPEN OUTPUT HLDRPT-FILE
                       HLDRESO-FILE.

           MOVE HLD-RUN-DT           TO HLD-RPT-HDG-DT.
           MOVE HLD-HORIZ-DYS        TO HLD-RPT-HDG-HORIZ.
           WRITE HLD-RPT-REC FROM HLD-RPT-DTL-LINE.
           ADD +1                    TO HLD-BR-CNT.

           MOVE SPACES               TO HLD-RESO-REC.
           MOVE HLD-SRT-POL-ID       TO HLD-RESO-POL-ID.
           MOVE HLD-SRT-RESUME-DT    TO HLD-RESO-RESUME-DT.
           MOVE HLD-SRT-BILL-MODE-CD TO HLD-RESO-BILL-MODE-CD.
           MOVE HLD-SRT-MPREM-AMT    TO HLD-RESO-MPREM-AMT.
           MOVE HLD-SRT-BR-ID        TO HLD-RESO-SERV-BR-ID.
           WRITE HLD-RESO-REC.
           ADD +1                    TO HLD-RESO-CNT.
           ADD HLD-SRT-MPREM-AMT     TO HLD-RESO-HASH-AMT.

           PERFORM  5100-RETURN-FORECAST
               THRU 5100-RETURN-FORECAST-X.

           MOVE HLD-BAD-DATA-CNT     TO HLD-RPT-CNT-NUM.
           WRITE HLD-RPT-REC FROM HLD-RPT-CNT-LINE.

           PERFORM  8900-WRITE-LEDGER
               THRU 8900-WRITE-LEDGER-X.

           CLOSE HLDPOL-FILE
                 HLDRPT-FILE
                 HLDRESO-FILE.

       9000-FINALIZE-X.
           EXIT.

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
           INITIALIZE HLD-LDG-REC.
           MOVE 'CSBM9535'           TO HLD-LDG-JOB-ID.
           MOVE HLD-RUN-DT           TO HLD-LDG-RUN-DT.
           ACCEPT HLD-LDG-WRIT-DT FROM DATE YYYYMMDD.
           ACCEPT HLD-LDG-WRIT-TIME FROM TIME.
           MOVE 'C'                  TO HLD-LDG-STAT-CD.

           MOVE 'HLDPOL'             TO HLD-LDG-CTL-ID (1).
           MOVE HLD-POL-READ-CNT     TO HLD-LDG-CTL-CNT (1).

           MOVE 'ONHOLD'             TO HLD-LDG-CTL-ID (2).
           MOVE HLD-ON-HLDY-CNT      TO HLD-LDG-CTL-CNT (2).

           MOVE 'HLDRESO'            TO HLD-LDG-CTL-ID (3).
           MOVE HLD-RESO-CNT         TO HLD-LDG-CTL-CNT (3).
           MOVE HLD-RESO-HASH-AMT    TO HLD-LDG-CTL-HASH (3).

           OPEN EXTEND HLDLEDG-FILE.
           WRITE HLD-LDG-REC.
           CLOSE HLDLEDG-FILE.

       8900-WRITE-LEDGER-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM CSBM9535                     **
