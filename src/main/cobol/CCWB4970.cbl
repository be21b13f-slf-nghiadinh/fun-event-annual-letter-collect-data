      *****************************************************************
      **  MEMBER :  CCWB4970                                         **
      **  REMARKS:  SEND-LOG / REJECT-LOG HOUSEKEEPING               **
      **                                                             **
      **            PERIODIC STEP THAT KEEPS THE ACTIVE CCWL4931     **
      **            SEND-LOG AND CCWL4928 REJECT LOG SMALL FOR THE   **
      **            DAILY SWEEPS.  FOR EACH LOG IT READS THE ACTIVE  **
      **            FILE AND THE CURRENT HISTORY GENERATION AND      **
      **            WRITES A NEW ACTIVE FILE AND A NEW (DATED)       **
      **            HISTORY GENERATION:                              **
      **              - A CLOSED CHAIN WHOSE LATEST DATE IS OLDER    **
      **                THAN RETAIN-DAYS MOVES, WHOLE, TO HISTORY.   **
      **                A SEND-LOG CHAIN (POL-ID / LETTER-TYP-CD /   **
      **                REPRINT-IND) IS CLOSED WHEN ITS LATEST       **
      **                ATTEMPT - THE LAST IN CCWB4943 ORDER - IS    **
      **                'S'; A REJECT CHAIN (POL-ID / REJECT-SEQ-NUM)**
      **                WHEN EVERY RECORD IN IT IS 'R' OR 'I'.       **
      **              - EVERY OTHER CHAIN ('P'/'F' LATEST ATTEMPT,   **
      **                ANY 'O' REJECT, OR CLOSED BUT STILL YOUNG)   **
      **                STAYS ON THE ACTIVE FILE UNTOUCHED,          **
      **                WHATEVER ITS AGE.                            **
      **              - A HISTORY CHAIN WHOSE LATEST DATE IS OLDER   **
      **                THAN PURGE-DAYS (THE LEGAL RETENTION) IS     **
      **                DELETED.                                     **
      **            THE LATEST DATE OF A CHAIN IS THE HIGHEST        **
      **            L4931-SEND-DT, OR THE HIGHEST L4928-REJECT-DT /  **
      **            L4928-RESUB-DT, IN IT.                           **
      **                                                             **
      **            INPUTS MUST BE SORTED - SEND-LOG FILES BY        **
      **            POL-ID / LETTER-TYP-CD / REPRINT-IND /           **
      **            ATTEMPT-SEQ-NUM (THE CCWB4943 ORDER), REJECT     **
      **            FILES BY POL-ID / REJECT-SEQ-NUM / REJECT-DT /   **
      **            REJECT-TM (THE CCWB4942 ORDER) - AND THE OUTPUTS **
      **            COME OUT IN THE SAME ORDER, SO THE HISTORY       **
      **            GENERATION CAN BE READ ALONGSIDE THE ACTIVE FILE **
      **            (THE TREND DASHBOARD, CCWB4959, DOES).  THE      **
      **            FIRST RUN READS AN EMPTY HISTORY GENERATION.     **
      **                                                             **
      **            PROOF, PER LOG, IN THE CCWL4937 STYLE (RECORD    **
      **            COUNT AND POL-ID HASH - THE SUM OF THE NUMERIC   **
      **            POL-IDS MOD 10**15, HERE TAKEN PER RECORD):      **
      **              ACTIVE IN + HISTORY IN =                       **
      **              ACTIVE OUT + HISTORY OUT + PURGED              **
      **            ON THE HKPRPT REPORT.  OUT OF BALANCE ENDS THE   **
      **            STEP RC 16 - DO NOT CATALOG THE NEW FILES.       **
      **                                                             **
      **            HKPCTL CARDS (BOTH REQUIRED):                    **
      **              'RETAIN-DAYS=NNNNN'  AGE BEFORE A CLOSED CHAIN **
      **                                   LEAVES THE ACTIVE FILE    **
      **              'PURGE-DAYS=NNNNN'   LEGAL RETENTION OF        **
      **                                   HISTORY; MUST EXCEED      **
      **                                   RETAIN-DAYS               **
      **            A STANDALONE UTILITY - NOT A STEP OF THE RUN     **
      **            MANIFEST (CCWB4957).  RUN IT WHEN NO DAILY STEP  **
      **            IS APPENDING TO EITHER LOG.                      **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04970**  15OCT2026 PHONGP SEND-LOG / REJECT-LOG HOUSEKEEPING        **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4970.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HKPCTL    ASSIGN TO HKPCTL
               FILE STATUS IS B4970-HKPCTL-STAT.
           SELECT SENDIN    ASSIGN TO SENDIN
               FILE STATUS IS B4970-SENDIN-STAT.
           SELECT SENDARCI  ASSIGN TO SENDARCI
               FILE STATUS IS B4970-SENDARCI-STAT.
           SELECT SENDOUT   ASSIGN TO SENDOUT
               FILE STATUS IS B4970-SENDOUT-STAT.
           SELECT SENDARCO  ASSIGN TO SENDARCO
               FILE STATUS IS B4970-SENDARCO-STAT.
           SELECT REJIN     ASSIGN TO REJIN
               FILE STATUS IS B4970-REJIN-STAT.
           SELECT REJARCI   ASSIGN TO REJARCI
               FILE STATUS IS B4970-REJARCI-STAT.
           SELECT REJOUT    ASSIGN TO REJOUT
               FILE STATUS IS B4970-REJOUT-STAT.
           SELECT REJARCO   ASSIGN TO REJARCO
               FILE STATUS IS B4970-REJARCO-STAT.
           SELECT HKPRPT    ASSIGN TO HKPRPT
               FILE STATUS IS B4970-HKPRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  HKPCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4970-HKPCTL-REC                            PIC X(080).
       FD  SENDIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4970-SENDIN-REC                            PIC X(156).
       FD  SENDARCI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4970-SENDARCI-REC                          PIC X(156).
       FD  SENDOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4970-SENDOUT-REC                           PIC X(156).
       FD  SENDARCO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4970-SENDARCO-REC                          PIC X(156).
       FD  REJIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4970-REJIN-REC                             PIC X(192).
       FD  REJARCI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4970-REJARCI-REC                           PIC X(192).
       FD  REJOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4970-REJOUT-REC                            PIC X(192).
       FD  REJARCO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4970-REJARCO-REC                           PIC X(192).
       FD  HKPRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4970-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4970-HKPCTL-STAT                           PIC X(002).
       77  B4970-SENDIN-STAT                           PIC X(002).
       77  B4970-SENDARCI-STAT                         PIC X(002).
       77  B4970-SENDOUT-STAT                          PIC X(002).
       77  B4970-SENDARCO-STAT                         PIC X(002).
       77  B4970-REJIN-STAT                            PIC X(002).
       77  B4970-REJARCI-STAT                          PIC X(002).
       77  B4970-REJOUT-STAT                           PIC X(002).
       77  B4970-REJARCO-STAT                          PIC X(002).
       77  B4970-HKPRPT-STAT                           PIC X(002).
       77  B4970-RETAIN-DAYS                           PIC S9(005) COMP.
       77  B4970-PURGE-DAYS                            PIC S9(005) COMP.
       77  B4970-DATE-INT                              PIC S9(009) COMP.
       77  B4970-BUF-CNT                               PIC S9(004) COMP.
       77  B4970-HBUF-CNT                              PIC S9(004) COMP.
       77  B4970-BX                                    PIC S9(004) COMP.
       77  B4970-LX                                    PIC S9(004) COMP.
       77  B4970-KX                                    PIC S9(004) COMP.
       77  B4970-POL-NUM-9                             PIC 9(010).
       77  B4970-ABEND-TXT                             PIC X(020).

       01  B4970-SWITCHES.
           05  B4970-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4970-CTL-EOF                       VALUE 'Y'.
           05  B4970-RETAIN-SEEN-SW                    PIC X(001)
                                                       VALUE 'N'.
               88  B4970-RETAIN-SEEN                   VALUE 'Y'.
           05  B4970-PURGE-SEEN-SW                     PIC X(001)
                                                       VALUE 'N'.
               88  B4970-PURGE-SEEN                    VALUE 'Y'.
           05  B4970-SA-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4970-SA-EOF                        VALUE 'Y'.
           05  B4970-SH-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4970-SH-EOF                        VALUE 'Y'.
           05  B4970-RA-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4970-RA-EOF                        VALUE 'Y'.
           05  B4970-RH-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4970-RH-EOF                        VALUE 'Y'.
           05  B4970-CHAIN-OPEN-SW                     PIC X(001)
                                                       VALUE 'N'.
               88  B4970-CHAIN-OPEN                    VALUE 'Y'.
           05  B4970-OUT-OF-BALANCE-SW                 PIC X(001)
                                                       VALUE 'N'.
               88  B4970-OUT-OF-BALANCE                VALUE 'Y'.

       01  B4970-CARD-VAL                              PIC X(020).
       01  B4970-RUN-DT                                PIC X(010).
       01  B4970-SYS-DATE                              PIC 9(008).
       01  B4970-SYS-DATE-R REDEFINES B4970-SYS-DATE.
           05  B4970-SYS-YYYY                          PIC X(004).
           05  B4970-SYS-MM                            PIC X(002).
           05  B4970-SYS-DD                            PIC X(002).
       01  B4970-CUT-DATE-9                            PIC 9(008).
       01  B4970-CUT-DATE-R REDEFINES B4970-CUT-DATE-9.
           05  B4970-CUT-YYYY                          PIC X(004).
           05  B4970-CUT-MM                            PIC X(002).
           05  B4970-CUT-DD                            PIC X(002).
      *    A CHAIN IS OLDER THAN THE CUTOFF WHEN ITS LATEST DATE IS
      *    BEFORE IT (YYYY-MM-DD TEXT COMPARE).
       01  B4970-RETAIN-CUTOFF-DT                      PIC X(010).
       01  B4970-PURGE-CUTOFF-DT                       PIC X(010).

      *    CHAIN KEYS OF THE CURRENT ACTIVE (SA/RA) AND HISTORY (SH/RH)
      *    RECORDS; HIGH-VALUES AT END OF FILE.
       01  B4970-SA-KEY.
           05  B4970-SA-POL-ID                         PIC X(010).
           05  B4970-SA-LETTER-TYP-CD                  PIC X(002).
           05  B4970-SA-REPRINT-IND                    PIC X(001).
       01  B4970-SH-KEY.
           05  B4970-SH-POL-ID                         PIC X(010).
           05  B4970-SH-LETTER-TYP-CD                  PIC X(002).
           05  B4970-SH-REPRINT-IND                    PIC X(001).
       01  B4970-RA-KEY.
           05  B4970-RA-POL-ID                         PIC X(010).
           05  B4970-RA-REJECT-SEQ-NUM                 PIC X(004).
       01  B4970-RH-KEY.
           05  B4970-RH-POL-ID                         PIC X(010).
           05  B4970-RH-REJECT-SEQ-NUM                 PIC X(004).
       01  B4970-CHAIN-KEY                             PIC X(014).
       01  B4970-HCHAIN-KEY                            PIC X(014).
       01  B4970-CHAIN-MAX-DT                          PIC X(010).
       01  B4970-HCHAIN-MAX-DT                         PIC X(010).
       01  B4970-LAST-STAT-CD                          PIC X(001).
       01  B4970-POLID-WK                              PIC X(010).
       01  B4970-POLID-WK-R REDEFINES B4970-POLID-WK   PIC 9(010).

      *    ONE CHAIN AT A TIME FROM EACH OF THE ACTIVE AND HISTORY
      *    FILES OF THE LOG BEING PROCESSED.
       01  B4970-SEND-BUF.
           05  B4970-SB-REC          OCCURS 500 TIMES  PIC X(156).
       01  B4970-SEND-HBUF.
           05  B4970-SHB-REC         OCCURS 500 TIMES  PIC X(156).
       01  B4970-REJ-BUF.
           05  B4970-RB-REC          OCCURS 500 TIMES  PIC X(192).
       01  B4970-REJ-HBUF.
           05  B4970-RHB-REC         OCCURS 500 TIMES  PIC X(192).

      *****************************************************************
      *  BALANCE BUCKETS, PER LOG (1 = CCWL4931, 2 = CCWL4928):       *
      *  1 ACTIVE IN  2 HISTORY IN  3 ACTIVE OUT  4 HISTORY OUT       *
      *  5 PURGED     6 MOVED TO HISTORY THIS RUN (PART OF 4)         *
      *****************************************************************
       01  B4970-BAL-TBL.
           05  B4970-BAL-LOG         OCCURS 2 TIMES.
               10  B4970-BAL-BKT     OCCURS 6 TIMES.
                   15  B4970-BAL-CNT                   PIC S9(009) COMP.
                   15  B4970-BAL-HASH                  PIC 9(015).
               10  B4970-MOVED-CHN-CNT                 PIC S9(009) COMP.
               10  B4970-OPEN-CHN-CNT                  PIC S9(009) COMP.
               10  B4970-YOUNG-CHN-CNT                 PIC S9(009) COMP.
               10  B4970-PURGE-CHN-CNT                 PIC S9(009) COMP.
       01  B4970-PROOF-WORK.
           05  B4970-IN-CNT                            PIC S9(009) COMP.
           05  B4970-OUT-CNT                           PIC S9(009) COMP.
           05  B4970-IN-HASH                           PIC 9(015).
           05  B4970-OUT-HASH                          PIC 9(015).

       01  B4970-RPT-HDG-1.
           05  FILLER                                  PIC X(048)
               VALUE 'CCWB4970  SEND-LOG / REJECT-LOG HOUSEKEEPING  '.
           05  FILLER                                  PIC X(008)
               VALUE 'RUN DT '.
           05  B4970-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(066)
               VALUE SPACES.
       01  B4970-RPT-HDG-2.
           05  FILLER                                  PIC X(027)
               VALUE '  MOVE CLOSED CHAINS BEFORE'.
           05  FILLER                                  PIC X(001)
               VALUE SPACE.
           05  B4970-HDG-RETAIN-DT                     PIC X(010).
           05  FILLER                                  PIC X(030)
               VALUE '   PURGE HISTORY CHAINS BEFORE'.
           05  FILLER                                  PIC X(001)
               VALUE SPACE.
           05  B4970-HDG-PURGE-DT                      PIC X(010).
           05  FILLER                                  PIC X(053)
               VALUE SPACES.
       01  B4970-RPT-LOG-HDG.
           05  FILLER                                  PIC X(002)
               VALUE SPACES.
           05  B4970-LOG-HDG-NM                        PIC X(040).
           05  FILLER                                  PIC X(016)
               VALUE '         RECORDS'.
           05  FILLER                                  PIC X(019)
               VALUE '        POL-ID HASH'.
           05  FILLER                                  PIC X(055)
               VALUE SPACES.
       01  B4970-RPT-DTL.
           05  FILLER                                  PIC X(004)
               VALUE SPACES.
           05  B4970-DTL-LBL                           PIC X(038).
           05  FILLER                                  PIC X(003)
               VALUE SPACES.
           05  B4970-DTL-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(003)
               VALUE SPACES.
           05  B4970-DTL-HASH                          PIC Z(014)9.
           05  B4970-DTL-HASH-X REDEFINES B4970-DTL-HASH
                                                       PIC X(015).
           05  FILLER                                  PIC X(058)
               VALUE SPACES.
       01  B4970-RPT-MSG.
           05  FILLER                                  PIC X(004)
               VALUE SPACES.
           05  B4970-MSG-TXT                           PIC X(060).
           05  FILLER                                  PIC X(068)
               VALUE SPACES.

           COPY CCWL4931.

           COPY CCWL4931 REPLACING LEADING ==L4931== BY ==W4931==.

           COPY CCWL4928.

           COPY CCWL4928 REPLACING LEADING ==L4928== BY ==W4928==.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - HOUSEKEEP THE SEND-LOG, THEN THE REJECT LOG, *
      *  THEN PROVE BOTH.                                             *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SEND-CHAIN THRU 2000-EXIT
               UNTIL B4970-SA-EOF.
           PERFORM 2300-SEND-HIST-CHAIN THRU 2300-EXIT
               UNTIL B4970-SH-EOF.
           PERFORM 3000-REJ-CHAIN THRU 3000-EXIT
               UNTIL B4970-RA-EOF.
           PERFORM 3300-REJ-HIST-CHAIN THRU 3300-EXIT
               UNTIL B4970-RH-EOF.
           PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - CONTROL CARDS, CUTOFF DATES, OPEN FILES,   *
      *  PRIME READS.                                                 *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE B4970-BAL-TBL.
           OPEN INPUT  HKPCTL.
           IF B4970-HKPCTL-STAT NOT = '00'
               MOVE 'OPEN HKPCTL' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4970-CTL-EOF.
           CLOSE HKPCTL.
           IF NOT B4970-RETAIN-SEEN
           OR NOT B4970-PURGE-SEEN
               MOVE 'HKPCTL INCOMPLETE' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4970-PURGE-DAYS NOT > B4970-RETAIN-DAYS
               MOVE 'PURGE NOT > RETAIN' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4970-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4970-SYS-YYYY '-' B4970-SYS-MM '-' B4970-SYS-DD
               DELIMITED BY SIZE INTO B4970-RUN-DT.
           COMPUTE B4970-DATE-INT =
               FUNCTION INTEGER-OF-DATE (B4970-SYS-DATE)
               - B4970-RETAIN-DAYS.
           COMPUTE B4970-CUT-DATE-9 =
               FUNCTION DATE-OF-INTEGER (B4970-DATE-INT).
           STRING B4970-CUT-YYYY '-' B4970-CUT-MM '-' B4970-CUT-DD
               DELIMITED BY SIZE INTO B4970-RETAIN-CUTOFF-DT.
           COMPUTE B4970-DATE-INT =
               FUNCTION INTEGER-OF-DATE (B4970-SYS-DATE)
               - B4970-PURGE-DAYS.
           COMPUTE B4970-CUT-DATE-9 =
               FUNCTION DATE-OF-INTEGER (B4970-DATE-INT).
           STRING B4970-CUT-YYYY '-' B4970-CUT-MM '-' B4970-CUT-DD
               DELIMITED BY SIZE INTO B4970-PURGE-CUTOFF-DT.
           OPEN INPUT  SENDIN SENDARCI REJIN REJARCI.
           IF B4970-SENDIN-STAT   NOT = '00'
           OR B4970-SENDARCI-STAT NOT = '00'
           OR B4970-REJIN-STAT    NOT = '00'
           OR B4970-REJARCI-STAT  NOT = '00'
               MOVE 'OPEN INPUTS' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT SENDOUT SENDARCO REJOUT REJARCO HKPRPT.
           IF B4970-SENDOUT-STAT  NOT = '00'
           OR B4970-SENDARCO-STAT NOT = '00'
           OR B4970-REJOUT-STAT   NOT = '00'
           OR B4970-REJARCO-STAT  NOT = '00'
           OR B4970-HKPRPT-STAT   NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4970-RUN-DT           TO B4970-HDG-RUN-DT.
           MOVE B4970-RETAIN-CUTOFF-DT TO B4970-HDG-RETAIN-DT.
           MOVE B4970-PURGE-CUTOFF-DT  TO B4970-HDG-PURGE-DT.
           WRITE B4970-RPT-REC FROM B4970-RPT-HDG-1
               AFTER ADVANCING PAGE.
           WRITE B4970-RPT-REC FROM B4970-RPT-HDG-2
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-READ-SEND-ACTIVE THRU 8100-EXIT.
           PERFORM 8200-READ-SEND-HIST THRU 8200-EXIT.
           PERFORM 8300-READ-REJ-ACTIVE THRU 8300-EXIT.
           PERFORM 8400-READ-REJ-HIST THRU 8400-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE HKPCTL CARD.  AN UNRECOGNIZED CARD  *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ HKPCTL
               AT END
                   SET B4970-CTL-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4970-HKPCTL-STAT NOT = '00'
               MOVE 'READ HKPCTL' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4970-HKPCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4970-HKPCTL-REC (1:12) = 'RETAIN-DAYS='
               MOVE B4970-HKPCTL-REC (13:20) TO B4970-CARD-VAL
               PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
               COMPUTE B4970-RETAIN-DAYS =
                   FUNCTION NUMVAL (B4970-CARD-VAL)
               SET B4970-RETAIN-SEEN TO TRUE
               GO TO 1100-EXIT.
           IF B4970-HKPCTL-REC (1:11) = 'PURGE-DAYS='
               MOVE B4970-HKPCTL-REC (12:20) TO B4970-CARD-VAL
               PERFORM 1110-CHECK-CARD-VAL THRU 1110-EXIT
               COMPUTE B4970-PURGE-DAYS =
                   FUNCTION NUMVAL (B4970-CARD-VAL)
               SET B4970-PURGE-SEEN TO TRUE
               GO TO 1100-EXIT.
           MOVE 'BAD HKPCTL CARD' TO B4970-ABEND-TXT.
           PERFORM 9999-ABEND THRU 9999-EXIT.
       1100-EXIT.
           EXIT.

       1110-CHECK-CARD-VAL.
           IF B4970-CARD-VAL = SPACES
           OR FUNCTION TEST-NUMVAL (B4970-CARD-VAL) NOT = ZERO
               MOVE 'BAD HKPCTL VALUE' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SEND-CHAIN - ONE ACTIVE SEND-LOG CHAIN.  CLOSED AND     *
      *  PAST RETAIN-DAYS: TO HISTORY, AFTER ANY HISTORY CHAINS THAT  *
      *  SORT AHEAD OF IT.  OTHERWISE: BACK TO THE ACTIVE FILE.       *
      *****************************************************************
       2000-SEND-CHAIN.
           MOVE B4970-SA-KEY TO B4970-CHAIN-KEY.
           MOVE ZERO   TO B4970-BUF-CNT.
           MOVE SPACES TO B4970-CHAIN-MAX-DT
                          B4970-LAST-STAT-CD.
           PERFORM 2010-BUFFER-SEND THRU 2010-EXIT
               UNTIL B4970-SA-KEY NOT = B4970-CHAIN-KEY.
           MOVE 1 TO B4970-LX.
           IF B4970-LAST-STAT-CD NOT = 'S'
               ADD 1 TO B4970-OPEN-CHN-CNT (B4970-LX)
               PERFORM 2200-KEEP-SEND THRU 2200-EXIT
               GO TO 2000-EXIT.
           IF B4970-CHAIN-MAX-DT NOT < B4970-RETAIN-CUTOFF-DT
               ADD 1 TO B4970-YOUNG-CHN-CNT (B4970-LX)
               PERFORM 2200-KEEP-SEND THRU 2200-EXIT
               GO TO 2000-EXIT.
           PERFORM 2300-SEND-HIST-CHAIN THRU 2300-EXIT
               UNTIL B4970-SH-KEY > B4970-CHAIN-KEY.
           ADD 1 TO B4970-MOVED-CHN-CNT (B4970-LX).
           PERFORM 2100-MOVE-SEND THRU 2100-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-BUF-CNT.
       2000-EXIT.
           EXIT.

       2010-BUFFER-SEND.
           IF B4970-BUF-CNT = 500
               MOVE 'SEND CHAIN OVER 500' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4970-BUF-CNT.
           MOVE L4931-DATA-INFO TO B4970-SB-REC (B4970-BUF-CNT).
           IF L4931-SEND-DT > B4970-CHAIN-MAX-DT
               MOVE L4931-SEND-DT TO B4970-CHAIN-MAX-DT.
           MOVE L4931-SEND-STAT-CD TO B4970-LAST-STAT-CD.
           MOVE 1 TO B4970-LX.
           MOVE 1 TO B4970-KX.
           MOVE L4931-POL-ID TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           PERFORM 8100-READ-SEND-ACTIVE THRU 8100-EXIT.
       2010-EXIT.
           EXIT.

       2100-MOVE-SEND.
           WRITE B4970-SENDARCO-REC FROM B4970-SB-REC (B4970-BX).
           IF B4970-SENDARCO-STAT NOT = '00'
               MOVE 'WRITE SENDARCO' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4970-SB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           MOVE 1 TO B4970-LX.
           MOVE 4 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           MOVE 6 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
       2100-EXIT.
           EXIT.

       2200-KEEP-SEND.
           PERFORM 2210-KEEP-SEND-REC THRU 2210-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-BUF-CNT.
       2200-EXIT.
           EXIT.

       2210-KEEP-SEND-REC.
           WRITE B4970-SENDOUT-REC FROM B4970-SB-REC (B4970-BX).
           IF B4970-SENDOUT-STAT NOT = '00'
               MOVE 'WRITE SENDOUT' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4970-SB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           MOVE 1 TO B4970-LX.
           MOVE 3 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2300-SEND-HIST-CHAIN - ONE SEND-LOG HISTORY CHAIN: PURGED    *
      *  WHEN PAST PURGE-DAYS, OTHERWISE CARRIED TO THE NEW HISTORY   *
      *  GENERATION.                                                  *
      *****************************************************************
       2300-SEND-HIST-CHAIN.
           MOVE B4970-SH-KEY TO B4970-HCHAIN-KEY.
           MOVE ZERO   TO B4970-HBUF-CNT.
           MOVE SPACES TO B4970-HCHAIN-MAX-DT.
           PERFORM 2310-BUFFER-SEND-HIST THRU 2310-EXIT
               UNTIL B4970-SH-KEY NOT = B4970-HCHAIN-KEY.
           MOVE 1 TO B4970-LX.
           IF B4970-HCHAIN-MAX-DT < B4970-PURGE-CUTOFF-DT
               ADD 1 TO B4970-PURGE-CHN-CNT (B4970-LX)
               MOVE 5 TO B4970-KX
           ELSE
               MOVE 4 TO B4970-KX.
           PERFORM 2320-PUT-SEND-HIST THRU 2320-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-HBUF-CNT.
       2300-EXIT.
           EXIT.

       2310-BUFFER-SEND-HIST.
           IF B4970-HBUF-CNT = 500
               MOVE 'SEND HIST OVER 500' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4970-HBUF-CNT.
           MOVE W4931-DATA-INFO TO B4970-SHB-REC (B4970-HBUF-CNT).
           IF W4931-SEND-DT > B4970-HCHAIN-MAX-DT
               MOVE W4931-SEND-DT TO B4970-HCHAIN-MAX-DT.
           MOVE 1 TO B4970-LX.
           MOVE 2 TO B4970-KX.
           MOVE W4931-POL-ID TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           PERFORM 8200-READ-SEND-HIST THRU 8200-EXIT.
       2310-EXIT.
           EXIT.

      *    B4970-KX IS 4 (CARRY) OR 5 (PURGE) FOR THE WHOLE CHAIN.
       2320-PUT-SEND-HIST.
           MOVE B4970-SHB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           IF B4970-KX = 5
               GO TO 2320-EXIT.
           WRITE B4970-SENDARCO-REC FROM B4970-SHB-REC (B4970-BX).
           IF B4970-SENDARCO-STAT NOT = '00'
               MOVE 'WRITE SENDARCO' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  3000-REJ-CHAIN - ONE ACTIVE REJECT CHAIN.  NO 'O' (ALL 'R'/  *
      *  'I') AND PAST RETAIN-DAYS: TO HISTORY, AFTER ANY HISTORY     *
      *  CHAINS THAT SORT AHEAD OF IT.  OTHERWISE: BACK TO ACTIVE.    *
      *****************************************************************
       3000-REJ-CHAIN.
           MOVE B4970-RA-KEY TO B4970-CHAIN-KEY.
           MOVE ZERO   TO B4970-BUF-CNT.
           MOVE SPACES TO B4970-CHAIN-MAX-DT.
           MOVE 'N'    TO B4970-CHAIN-OPEN-SW.
           PERFORM 3010-BUFFER-REJ THRU 3010-EXIT
               UNTIL B4970-RA-KEY NOT = B4970-CHAIN-KEY.
           MOVE 2 TO B4970-LX.
           IF B4970-CHAIN-OPEN
               ADD 1 TO B4970-OPEN-CHN-CNT (B4970-LX)
               PERFORM 3200-KEEP-REJ THRU 3200-EXIT
               GO TO 3000-EXIT.
           IF B4970-CHAIN-MAX-DT NOT < B4970-RETAIN-CUTOFF-DT
               ADD 1 TO B4970-YOUNG-CHN-CNT (B4970-LX)
               PERFORM 3200-KEEP-REJ THRU 3200-EXIT
               GO TO 3000-EXIT.
           PERFORM 3300-REJ-HIST-CHAIN THRU 3300-EXIT
               UNTIL B4970-RH-KEY > B4970-CHAIN-KEY.
           ADD 1 TO B4970-MOVED-CHN-CNT (B4970-LX).
           PERFORM 3100-MOVE-REJ THRU 3100-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-BUF-CNT.
       3000-EXIT.
           EXIT.

       3010-BUFFER-REJ.
           IF B4970-BUF-CNT = 500
               MOVE 'REJ CHAIN OVER 500' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4970-BUF-CNT.
           MOVE L4928-DATA-INFO TO B4970-RB-REC (B4970-BUF-CNT).
           IF L4928-REJECT-STAT-CD NOT = 'R'
           AND L4928-REJECT-STAT-CD NOT = 'I'
               SET B4970-CHAIN-OPEN TO TRUE.
           IF L4928-REJECT-DT > B4970-CHAIN-MAX-DT
               MOVE L4928-REJECT-DT TO B4970-CHAIN-MAX-DT.
           IF L4928-RESUB-DT > B4970-CHAIN-MAX-DT
               MOVE L4928-RESUB-DT TO B4970-CHAIN-MAX-DT.
           MOVE 2 TO B4970-LX.
           MOVE 1 TO B4970-KX.
           MOVE L4928-POL-ID TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           PERFORM 8300-READ-REJ-ACTIVE THRU 8300-EXIT.
       3010-EXIT.
           EXIT.

       3100-MOVE-REJ.
           WRITE B4970-REJARCO-REC FROM B4970-RB-REC (B4970-BX).
           IF B4970-REJARCO-STAT NOT = '00'
               MOVE 'WRITE REJARCO' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4970-RB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           MOVE 2 TO B4970-LX.
           MOVE 4 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           MOVE 6 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
       3100-EXIT.
           EXIT.

       3200-KEEP-REJ.
           PERFORM 3210-KEEP-REJ-REC THRU 3210-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-BUF-CNT.
       3200-EXIT.
           EXIT.

       3210-KEEP-REJ-REC.
           WRITE B4970-REJOUT-REC FROM B4970-RB-REC (B4970-BX).
           IF B4970-REJOUT-STAT NOT = '00'
               MOVE 'WRITE REJOUT' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4970-RB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           MOVE 2 TO B4970-LX.
           MOVE 3 TO B4970-KX.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3300-REJ-HIST-CHAIN - ONE REJECT HISTORY CHAIN: PURGED WHEN  *
      *  PAST PURGE-DAYS, OTHERWISE CARRIED TO THE NEW GENERATION.    *
      *****************************************************************
       3300-REJ-HIST-CHAIN.
           MOVE B4970-RH-KEY TO B4970-HCHAIN-KEY.
           MOVE ZERO   TO B4970-HBUF-CNT.
           MOVE SPACES TO B4970-HCHAIN-MAX-DT.
           PERFORM 3310-BUFFER-REJ-HIST THRU 3310-EXIT
               UNTIL B4970-RH-KEY NOT = B4970-HCHAIN-KEY.
           MOVE 2 TO B4970-LX.
           IF B4970-HCHAIN-MAX-DT < B4970-PURGE-CUTOFF-DT
               ADD 1 TO B4970-PURGE-CHN-CNT (B4970-LX)
               MOVE 5 TO B4970-KX
           ELSE
               MOVE 4 TO B4970-KX.
           PERFORM 3320-PUT-REJ-HIST THRU 3320-EXIT
               VARYING B4970-BX FROM 1 BY 1
               UNTIL B4970-BX > B4970-HBUF-CNT.
       3300-EXIT.
           EXIT.

       3310-BUFFER-REJ-HIST.
           IF B4970-HBUF-CNT = 500
               MOVE 'REJ HIST OVER 500' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4970-HBUF-CNT.
           MOVE W4928-DATA-INFO TO B4970-RHB-REC (B4970-HBUF-CNT).
           IF W4928-REJECT-DT > B4970-HCHAIN-MAX-DT
               MOVE W4928-REJECT-DT TO B4970-HCHAIN-MAX-DT.
           IF W4928-RESUB-DT > B4970-HCHAIN-MAX-DT
               MOVE W4928-RESUB-DT TO B4970-HCHAIN-MAX-DT.
           MOVE 2 TO B4970-LX.
           MOVE 2 TO B4970-KX.
           MOVE W4928-POL-ID TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           PERFORM 8400-READ-REJ-HIST THRU 8400-EXIT.
       3310-EXIT.
           EXIT.

      *    B4970-KX IS 4 (CARRY) OR 5 (PURGE) FOR THE WHOLE CHAIN.
       3320-PUT-REJ-HIST.
           MOVE B4970-RHB-REC (B4970-BX) (1:10) TO B4970-POLID-WK.
           PERFORM 7600-COUNT-REC THRU 7600-EXIT.
           IF B4970-KX = 5
               GO TO 3320-EXIT.
           WRITE B4970-REJARCO-REC FROM B4970-RHB-REC (B4970-BX).
           IF B4970-REJARCO-STAT NOT = '00'
               MOVE 'WRITE REJARCO' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       3320-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PROVE-BALANCE - PER LOG: ACTIVE IN + HISTORY IN =       *
      *  ACTIVE OUT + HISTORY OUT + PURGED, RECORDS AND HASH.         *
      *****************************************************************
       5000-PROVE-BALANCE.
           PERFORM 5100-PROVE-LOG THRU 5100-EXIT
               VARYING B4970-LX FROM 1 BY 1
               UNTIL B4970-LX > 2.
       5000-EXIT.
           EXIT.

       5100-PROVE-LOG.
           IF B4970-LX = 1
               MOVE 'CCWL4931 SEND-LOG' TO B4970-LOG-HDG-NM
           ELSE
               MOVE 'CCWL4928 REJECT LOG' TO B4970-LOG-HDG-NM.
           WRITE B4970-RPT-REC FROM B4970-RPT-LOG-HDG
               AFTER ADVANCING 2 LINES.
           MOVE 'ACTIVE IN' TO B4970-DTL-LBL.
           MOVE 1 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE 'HISTORY IN' TO B4970-DTL-LBL.
           MOVE 2 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE 'ACTIVE OUT' TO B4970-DTL-LBL.
           MOVE 3 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE 'HISTORY OUT' TO B4970-DTL-LBL.
           MOVE 4 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE '  OF WHICH MOVED THIS RUN' TO B4970-DTL-LBL.
           MOVE 6 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE 'PURGED (PAST LEGAL RETENTION)' TO B4970-DTL-LBL.
           MOVE 5 TO B4970-KX.
           PERFORM 8710-WRITE-BKT-LINE THRU 8710-EXIT.
           MOVE 'CHAINS MOVED TO HISTORY' TO B4970-DTL-LBL.
           MOVE B4970-MOVED-CHN-CNT (B4970-LX) TO B4970-OUT-CNT.
           PERFORM 8720-WRITE-CHN-LINE THRU 8720-EXIT.
           MOVE 'CHAINS KEPT - STILL OPEN' TO B4970-DTL-LBL.
           MOVE B4970-OPEN-CHN-CNT (B4970-LX) TO B4970-OUT-CNT.
           PERFORM 8720-WRITE-CHN-LINE THRU 8720-EXIT.
           MOVE 'CHAINS KEPT - CLOSED, UNDER RETAIN AGE'
               TO B4970-DTL-LBL.
           MOVE B4970-YOUNG-CHN-CNT (B4970-LX) TO B4970-OUT-CNT.
           PERFORM 8720-WRITE-CHN-LINE THRU 8720-EXIT.
           MOVE 'HISTORY CHAINS PURGED' TO B4970-DTL-LBL.
           MOVE B4970-PURGE-CHN-CNT (B4970-LX) TO B4970-OUT-CNT.
           PERFORM 8720-WRITE-CHN-LINE THRU 8720-EXIT.
           COMPUTE B4970-IN-CNT = B4970-BAL-CNT (B4970-LX 1)
                                + B4970-BAL-CNT (B4970-LX 2).
           COMPUTE B4970-OUT-CNT = B4970-BAL-CNT (B4970-LX 3)
                                 + B4970-BAL-CNT (B4970-LX 4)
                                 + B4970-BAL-CNT (B4970-LX 5).
           COMPUTE B4970-IN-HASH =
               FUNCTION MOD (B4970-BAL-HASH (B4970-LX 1)
                   + B4970-BAL-HASH (B4970-LX 2), 1000000000000000).
           COMPUTE B4970-OUT-HASH =
               FUNCTION MOD (B4970-BAL-HASH (B4970-LX 3)
                   + B4970-BAL-HASH (B4970-LX 4)
                   + B4970-BAL-HASH (B4970-LX 5), 1000000000000000).
           IF B4970-IN-CNT  = B4970-OUT-CNT
           AND B4970-IN-HASH = B4970-OUT-HASH
               MOVE 'IN = OUT + PURGED : IN BALANCE' TO B4970-MSG-TXT
           ELSE
               SET B4970-OUT-OF-BALANCE TO TRUE
               MOVE 'IN = OUT + PURGED : *** OUT OF BALANCE ***'
                   TO B4970-MSG-TXT.
           WRITE B4970-RPT-REC FROM B4970-RPT-MSG
               AFTER ADVANCING 2 LINES.
           IF B4970-HKPRPT-STAT NOT = '00'
               MOVE 'WRITE HKPRPT' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7600-COUNT-REC - ONE RECORD INTO BUCKET B4970-KX OF LOG      *
      *  B4970-LX: COUNT, AND POL-ID HASH (MOD 10**15; NON-NUMERIC    *
      *  IDS ARE SKIPPED, AS IN CCWL4937).                            *
      *****************************************************************
       7600-COUNT-REC.
           ADD 1 TO B4970-BAL-CNT (B4970-LX B4970-KX).
           IF B4970-POLID-WK NOT NUMERIC
               GO TO 7600-EXIT.
           MOVE B4970-POLID-WK-R TO B4970-POL-NUM-9.
           COMPUTE B4970-BAL-HASH (B4970-LX B4970-KX) =
               FUNCTION MOD (B4970-BAL-HASH (B4970-LX B4970-KX)
                   + B4970-POL-NUM-9, 1000000000000000).
       7600-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-SEND-ACTIVE - NEXT ACTIVE CCWL4931 RECORD OR EOF.  *
      *****************************************************************
       8100-READ-SEND-ACTIVE.
           READ SENDIN INTO L4931-DATA-INFO
               AT END
                   SET B4970-SA-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4970-SA-KEY
                   GO TO 8100-EXIT.
           IF B4970-SENDIN-STAT NOT = '00'
               MOVE 'READ SENDIN' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE L4931-POL-ID        TO B4970-SA-POL-ID.
           MOVE L4931-LETTER-TYP-CD TO B4970-SA-LETTER-TYP-CD.
           MOVE L4931-REPRINT-IND   TO B4970-SA-REPRINT-IND.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-SEND-HIST - NEXT CCWL4931 HISTORY RECORD OR EOF.   *
      *****************************************************************
       8200-READ-SEND-HIST.
           READ SENDARCI INTO W4931-DATA-INFO
               AT END
                   SET B4970-SH-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4970-SH-KEY
                   GO TO 8200-EXIT.
           IF B4970-SENDARCI-STAT NOT = '00'
               MOVE 'READ SENDARCI' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE W4931-POL-ID        TO B4970-SH-POL-ID.
           MOVE W4931-LETTER-TYP-CD TO B4970-SH-LETTER-TYP-CD.
           MOVE W4931-REPRINT-IND   TO B4970-SH-REPRINT-IND.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-READ-REJ-ACTIVE - NEXT ACTIVE CCWL4928 RECORD OR EOF.   *
      *****************************************************************
       8300-READ-REJ-ACTIVE.
           READ REJIN INTO L4928-DATA-INFO
               AT END
                   SET B4970-RA-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4970-RA-KEY
                   GO TO 8300-EXIT.
           IF B4970-REJIN-STAT NOT = '00'
               MOVE 'READ REJIN' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE L4928-POL-ID         TO B4970-RA-POL-ID.
           MOVE L4928-REJECT-SEQ-NUM TO B4970-RA-REJECT-SEQ-NUM.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8400-READ-REJ-HIST - NEXT CCWL4928 HISTORY RECORD OR EOF.    *
      *****************************************************************
       8400-READ-REJ-HIST.
           READ REJARCI INTO W4928-DATA-INFO
               AT END
                   SET B4970-RH-EOF TO TRUE
                   MOVE HIGH-VALUES TO B4970-RH-KEY
                   GO TO 8400-EXIT.
           IF B4970-REJARCI-STAT NOT = '00'
               MOVE 'READ REJARCI' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE W4928-POL-ID         TO B4970-RH-POL-ID.
           MOVE W4928-REJECT-SEQ-NUM TO B4970-RH-REJECT-SEQ-NUM.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8710/8720 - HKPRPT DETAIL LINES.                             *
      *****************************************************************
       8710-WRITE-BKT-LINE.
           MOVE B4970-BAL-CNT (B4970-LX B4970-KX)  TO B4970-DTL-CNT.
           MOVE B4970-BAL-HASH (B4970-LX B4970-KX) TO B4970-DTL-HASH.
           WRITE B4970-RPT-REC FROM B4970-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4970-HKPRPT-STAT NOT = '00'
               MOVE 'WRITE HKPRPT' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

       8720-WRITE-CHN-LINE.
           MOVE B4970-OUT-CNT TO B4970-DTL-CNT.
           MOVE SPACES        TO B4970-DTL-HASH-X.
           WRITE B4970-RPT-REC FROM B4970-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4970-HKPRPT-STAT NOT = '00'
               MOVE 'WRITE HKPRPT' TO B4970-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8720-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE, RETURN CODE.         *
      *****************************************************************
       9000-TERMINATE.
           CLOSE SENDIN SENDARCI SENDOUT SENDARCO
                 REJIN REJARCI REJOUT REJARCO HKPRPT.
           DISPLAY 'CCWB4970 SEND-LOG ACTIVE IN/OUT    : '
                   B4970-BAL-CNT (1 1) ' / ' B4970-BAL-CNT (1 3).
           DISPLAY 'CCWB4970 SEND-LOG HISTORY IN/OUT   : '
                   B4970-BAL-CNT (1 2) ' / ' B4970-BAL-CNT (1 4).
           DISPLAY 'CCWB4970 SEND-LOG MOVED / PURGED   : '
                   B4970-BAL-CNT (1 6) ' / ' B4970-BAL-CNT (1 5).
           DISPLAY 'CCWB4970 REJECT LOG ACTIVE IN/OUT  : '
                   B4970-BAL-CNT (2 1) ' / ' B4970-BAL-CNT (2 3).
           DISPLAY 'CCWB4970 REJECT LOG HISTORY IN/OUT : '
                   B4970-BAL-CNT (2 2) ' / ' B4970-BAL-CNT (2 4).
           DISPLAY 'CCWB4970 REJECT LOG MOVED / PURGED : '
                   B4970-BAL-CNT (2 6) ' / ' B4970-BAL-CNT (2 5).
           IF B4970-OUT-OF-BALANCE
               DISPLAY 'CCWB4970 *** OUT OF BALANCE ***'
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY 'CCWB4970 IN BALANCE'.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL-CARD ERROR.                *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4970 ABEND - ' B4970-ABEND-TXT
                   ' STATS: ' B4970-HKPCTL-STAT ' '
                   B4970-SENDIN-STAT ' ' B4970-SENDARCI-STAT ' '
                   B4970-SENDOUT-STAT ' ' B4970-SENDARCO-STAT ' '
                   B4970-REJIN-STAT ' ' B4970-REJARCI-STAT ' '
                   B4970-REJOUT-STAT ' ' B4970-REJARCO-STAT ' '
                   B4970-HKPRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
