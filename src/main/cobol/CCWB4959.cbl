      **            MEASURE MOVES MORE THAN TREND-PCT PERCENT FROM   **
      **            ITS TRAILING THREE-MONTH AVERAGE.                **
      **                                                             **
      **            INPUTS: CTLHIST = ACCUMULATED CCWL4937 TRAILERS, **
      **            VARIABLE LENGTH - TRAILERS CUT BEFORE THE        **
      **            LANGUAGE COUNTS ARE 181 BYTES, LATER ONES 321; A **
      **            181-BYTE TRAILER IS READ WITH THOSE COUNTS ZERO. **
      **            REJHIST = ACCUMULATED CCWL4928 LOG SORTED BY     **
      **            POL-ID / REJECT-SEQ-NUM / REJECT-DT / REJECT-TM  **
      **            (THE CCWB4942 ORDER); SUPPHIST = ACCUMULATED     **
      **            CCWL4939; SENDHIST = ACCUMULATED CCWL4931.       **
      **            REJARCH / SENDARCH = THE CURRENT CCWB4970        **
      **            HISTORY GENERATIONS OF THE TWO LOGS (SAME        **
      **            LAYOUTS AND SORT ORDERS); REJARCH IS MERGED WITH **
      **            REJHIST ON THE CCWB4942 KEY SO A CHAIN SPLIT     **
      **            ACROSS THE TWO FILES IS STILL READ AS ONE.       **
      **            TRNDCTL CARD: 'TREND-PCT=NNN'.  A MONTH RERUN    **
      **            ACCUMULATES INTO THE SAME MONTH LINE - PRUNE     **
      **            SUPERSEDED TRAILERS FROM CTLHIST AFTER A RERUN.  **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04959**  01SEP2026 PHONGP MULTI-MONTH TREND DASHBOARD               **
U04959**  15OCT2026 PHONGP READ CCWB4970 HISTORY GENERATIONS          **
V04959**  15OCT2026 PHONGP CCWL4937 TRAILER 181/321 BYTES (LANG CNTS) **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4959.
               FILE STATUS IS B4959-SUPPHIST-STAT.
           SELECT SENDHIST  ASSIGN TO SENDHIST
               FILE STATUS IS B4959-SENDHIST-STAT.
           SELECT REJARCH   ASSIGN TO REJARCH
               FILE STATUS IS B4959-REJARCH-STAT.
           SELECT SENDARCH  ASSIGN TO SENDARCH
               FILE STATUS IS B4959-SENDARCH-STAT.
           SELECT TRNDCTL   ASSIGN TO TRNDCTL
               FILE STATUS IS B4959-TRNDCTL-STAT.
           SELECT TRENDRPT  ASSIGN TO TRENDRPT
       DATA DIVISION.
       FILE SECTION.
       FD  CTLHIST
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 181 TO 321 CHARACTERS
               DEPENDING ON B4959-CTL-RECLEN.
           COPY CCWL4937.
       FD  REJHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4959-SENDHIST-REC                          PIC X(156).
       FD  REJARCH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4959-REJARCH-REC                           PIC X(192).
       FD  SENDARCH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4959-SENDARCH-REC                          PIC X(156).
       FD  TRNDCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       01  B4959-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4959-CTLHIST-STAT                          PIC X(002).
       77  B4959-CTL-RECLEN                            PIC 9(009) COMP.
       77  B4959-REJHIST-STAT                          PIC X(002).
       77  B4959-SUPPHIST-STAT                         PIC X(002).
       77  B4959-SENDHIST-STAT                         PIC X(002).
       77  B4959-REJARCH-STAT                          PIC X(002).
       77  B4959-SENDARCH-STAT                         PIC X(002).
       77  B4959-TRNDCTL-STAT                          PIC X(002).
       77  B4959-TRENDRPT-STAT                         PIC X(002).
       77  B4959-TRAILER-CNT                           PIC S9(005) COMP.
           05  B4959-SEND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4959-SEND-EOF                      VALUE 'Y'.
           05  B4959-SENDHIST-EOF-SW                   PIC X(001)
                                                       VALUE 'N'.
               88  B4959-SENDHIST-EOF                  VALUE 'Y'.
           05  B4959-MONTH-FOUND-SW                    PIC X(001)
                                                       VALUE 'N'.
               88  B4959-MONTH-FOUND                   VALUE 'Y'.
       01  B4959-WORK-MONTH                            PIC X(006).
       01  B4959-PREV-POL-ID                           PIC X(010).
       01  B4959-PREV-SEQ-NUM                          PIC X(004).
      *    NEXT REJHIST / REJARCH RECORD AND ITS CCWB4942 SORT KEY
      *    (POL-ID, REJECT-SEQ-NUM, REJECT-DT, REJECT-TM); HIGH-VALUES
      *    AT END OF FILE.
       01  B4959-REJA-REC                              PIC X(192).
       01  B4959-REJA-KEY                              PIC X(032).
       01  B4959-REJH-REC                              PIC X(192).
       01  B4959-REJH-KEY                              PIC X(032).
       01  B4959-DT-WORK                               PIC X(010).
       01  B4959-DT-WORK-R REDEFINES B4959-DT-WORK.
           05  B4959-DT-YYYY                           PIC X(004).
                                                       COMP-3.

      *****************************************************************
      *  ONE ENTRY PER RUN MONTH SEEN ON ANY INPUT (120 = TEN YEARS   *
      *  OF HISTORY).  SORTED BY RUN-MONTH BEFORE REPORTING.          *
      *****************************************************************
       01  B4959-MONTH-TABLE.
           05  B4959-MONTH-ENT       OCCURS 120 TIMES.
               10  B4959-M-RUN-MONTH                   PIC X(006).
               10  B4959-M-LETTER-CNT                  PIC S9(009) COMP.
               10  B4959-M-REJ-CNT                     PIC S9(009) COMP.
                        B4959-SUPP-READ-CNT
                        B4959-SEND-READ-CNT
                        B4959-MONTH-CNT.
           OPEN INPUT  CTLHIST REJHIST SUPPHIST SENDHIST TRNDCTL
                       REJARCH SENDARCH.
           IF B4959-CTLHIST-STAT  NOT = '00'
           OR B4959-REJHIST-STAT  NOT = '00'
           OR B4959-SUPPHIST-STAT NOT = '00'
           OR B4959-SENDHIST-STAT NOT = '00'
           OR B4959-REJARCH-STAT  NOT = '00'
           OR B4959-SENDARCH-STAT NOT = '00'
           OR B4959-TRNDCTL-STAT  NOT = '00'
               MOVE 'OPEN INPUTS' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4959-CTL-TREND-PCT TO B4959-TREND-PCT.
           PERFORM 1100-CLEAR-MONTH THRU 1100-EXIT
               VARYING B4959-MX FROM 1 BY 1
               UNTIL B4959-MX > 120.
           MOVE SPACES TO B4959-PREV-POL-ID.
           MOVE HIGH-VALUES TO B4959-PREV-SEQ-NUM.
           PERFORM 8100-READ-CTLHIST THRU 8100-EXIT.
           PERFORM 8210-FILL-REJA THRU 8210-EXIT.
           PERFORM 8220-FILL-REJH THRU 8220-EXIT.
           PERFORM 8200-READ-REJHIST THRU 8200-EXIT.
           PERFORM 8300-READ-SUPPHIST THRU 8300-EXIT.
           PERFORM 8400-READ-SENDHIST THRU 8400-EXIT.
                  OR B4959-MONTH-FOUND.
           IF B4959-MONTH-FOUND
               GO TO 7000-EXIT.
           IF B4959-MONTH-CNT = 120
               MOVE 'MONTH TABLE FULL' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4959-MONTH-CNT.
           IF B4959-CTLHIST-STAT NOT = '00'
               MOVE 'READ CTLHIST' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
      *    A TRAILER CUT BEFORE THE LANGUAGE COUNTS IS 181 BYTES.
           IF B4959-CTL-RECLEN < 321
               MOVE ZERO TO L4937-TYP-LANG-CNT-G.
       8100-EXIT.
           EXIT.

      *    NEXT CCWL4928 RECORD OF REJHIST MERGED WITH REJARCH;
      *    ON EQUAL KEYS THE HISTORY GENERATION GOES FIRST.
       8200-READ-REJHIST.
           IF B4959-REJA-KEY = HIGH-VALUES
           AND B4959-REJH-KEY = HIGH-VALUES
               SET B4959-REJ-EOF TO TRUE
               GO TO 8200-EXIT.
           IF B4959-REJH-KEY NOT > B4959-REJA-KEY
               MOVE B4959-REJH-REC TO L4928-DATA-INFO
               PERFORM 8220-FILL-REJH THRU 8220-EXIT
           ELSE
               MOVE B4959-REJA-REC TO L4928-DATA-INFO
               PERFORM 8210-FILL-REJA THRU 8210-EXIT.
       8200-EXIT.
           EXIT.

       8210-FILL-REJA.
           READ REJHIST INTO B4959-REJA-REC
               AT END
                   MOVE HIGH-VALUES TO B4959-REJA-KEY
                   GO TO 8210-EXIT.
           IF B4959-REJHIST-STAT NOT = '00'
               MOVE 'READ REJHIST' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           STRING B4959-REJA-REC (1:10) B4959-REJA-REC (13:22)
               DELIMITED BY SIZE INTO B4959-REJA-KEY.
       8210-EXIT.
           EXIT.

       8220-FILL-REJH.
           READ REJARCH INTO B4959-REJH-REC
               AT END
                   MOVE HIGH-VALUES TO B4959-REJH-KEY
                   GO TO 8220-EXIT.
           IF B4959-REJARCH-STAT NOT = '00'
               MOVE 'READ REJARCH' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           STRING B4959-REJH-REC (1:10) B4959-REJH-REC (13:22)
               DELIMITED BY SIZE INTO B4959-REJH-KEY.
       8220-EXIT.
           EXIT.

       8300-READ-SUPPHIST.
       8300-EXIT.
           EXIT.

      *    SENDHIST, THEN SENDARCH - CHANNEL COUNTS NEED NO ORDER.
       8400-READ-SENDHIST.
           IF B4959-SENDHIST-EOF
               GO TO 8410-READ-SENDARCH.
           READ SENDHIST INTO L4931-DATA-INFO
               AT END
                   SET B4959-SENDHIST-EOF TO TRUE
                   GO TO 8410-READ-SENDARCH.
           IF B4959-SENDHIST-STAT NOT = '00'
               MOVE 'READ SENDHIST' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           GO TO 8400-EXIT.
       8410-READ-SENDARCH.
           READ SENDARCH INTO L4931-DATA-INFO
               AT END
                   SET B4959-SEND-EOF TO TRUE
                   GO TO 8400-EXIT.
           IF B4959-SENDARCH-STAT NOT = '00'
               MOVE 'READ SENDARCH' TO B4959-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8400-EXIT.
           EXIT.

      *  9000-TERMINATE - CONTROL COUNTS AND CLOSE.                   *
      *****************************************************************
       9000-TERMINATE.
           CLOSE CTLHIST REJHIST SUPPHIST SENDHIST TRNDCTL TRENDRPT
                 REJARCH SENDARCH.
           DISPLAY 'CCWB4959 TRAILERS READ             : '
                   B4959-TRAILER-CNT.
           DISPLAY 'CCWB4959 REJECT LOG RECORDS READ   : '
                   ' STATS: ' B4959-CTLHIST-STAT ' '
                   B4959-REJHIST-STAT ' ' B4959-SUPPHIST-STAT ' '
                   B4959-SENDHIST-STAT ' ' B4959-TRNDCTL-STAT ' '
                   B4959-TRENDRPT-STAT ' ' B4959-REJARCH-STAT ' '
                   B4959-SENDARCH-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
