      *****************************************************************
      **  MEMBER :  CCWB4969                                         **
      **  REMARKS:  ANNUAL LETTER MASKED TEST-DATA GENERATOR         **
      **                                                             **
      **            TAKES ONE RUN'S FILE SET AND WRITES A COPY OF    **
      **            EACH FILE WITH THE OWNER AND LIFE-INSURED        **
      **            PERSONAL DATA SCRAMBLED, FOR UAT AND FOR         **
      **            REPRODUCING DOCID PROBLEMS OUTSIDE PRODUCTION:   **
      **              FEEDIN  -> FEEDOUT  CCWL4927 L4927-OW-NM,      **
      **                                  L4927-OW-EMAIL-ID,         **
      **                                  L4927-OW-CEL-PHON-NUM,     **
      **                                  EVERY L4927-OW-ADDR-LN,    **
      **                                  EVERY L4927-CVG-LI-NM      **
      **              FUNDIN  -> FUNDOUT  CCWL4933 (NO PERSONAL      **
      **                                  DATA - COPIED AS IS)       **
      **              REJIN   -> REJOUT   CCWL4928 (COPIED AS IS)    **
      **              SENDIN  -> SENDOUT  CCWL4931 - AN E-MAIL       **
      **                                  ADDRESS QUOTED IN          **
      **                                  L4931-SEND-FAIL-RSN-TXT    **
      **                                  (A MAILER BOUNCE) IS       **
      **                                  SCRAMBLED FROM THE WORD    **
      **                                  CARRYING THE '@' ON        **
      **              AGTIN   -> AGTOUT   CCWL4934 L4934-OW-NM       **
      **              HHLTRIN -> HHLTROUT CCWL4929 OWNER NAME,       **
      **                                  E-MAIL, PHONE, ADDRESS     **
      **                                  AND EVERY L4929-CVG-LI-NM  **
      **              SMSIN   -> SMSOUT   CCWL4952                   **
      **                                  L4952-CEL-PHON-NUM         **
      **                                                             **
      **            THE SCRAMBLE DEPENDS ONLY ON THE VALUE ITSELF    **
      **            AND THE MASKCTL KEY, SO THE SAME NAME, E-MAIL,   **
      **            PHONE OR ADDRESS COMES OUT THE SAME IN EVERY     **
      **            FILE AND EVERY FIELD IT APPEARS IN.  EACH LETTER **
      **            STAYS A LETTER OF THE SAME CASE AND EACH DIGIT   **
      **            A DIGIT; SPACES AND PUNCTUATION ('@', '.', ',',  **
      **            '+', '-') ARE KEPT WHERE THEY ARE, SO A PHONE    **
      **            NUMBER STILL PASSES THE SMS CHECK AND AN ADDRESS **
      **            KEEPS ITS COMMA-PART SHAPE.  KEYS (POL-ID,       **
      **            OW-CLI-ID, CVG-LI-ID, AG-ID), SEGMENT NUMBERS,   **
      **            AMOUNTS, DATES AND CODES ARE NEVER TOUCHED, SO   **
      **            JOINS, HOUSEHOLD GROUPINGS AND THE CCWL4937      **
      **            CONTROL TOTALS STILL AGREE AND THE PIPELINE      **
      **            BALANCES ON THE MASKED SET.  RECORD ORDER AND    **
      **            COUNTS ARE UNCHANGED.                            **
      **                                                             **
      **            MASKCTL CARD (REQUIRED):                         **
      **              'MASK-KEY=NNNNNNNN'  1 TO 8 DIGITS.  USE THE   **
      **              SAME KEY FOR EVERY FILE OF ONE SET; A          **
      **              DIFFERENT KEY GIVES A DIFFERENT SCRAMBLE.      **
      **            A KNOWN PLACEHOLDER WORD IN AN ADDRESS (E.G.     **
      **            'UNKNOWN') IS SCRAMBLED LIKE ANY OTHER WORD.     **
      **                                                             **
      **            A STANDALONE UTILITY - NOT A STEP OF THE RUN     **
      **            MANIFEST (CCWB4957).                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04969**  15OCT2026 PHONGP MASKED TEST-DATA GENERATOR                **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4969.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKCTL   ASSIGN TO MASKCTL
               FILE STATUS IS B4969-MASKCTL-STAT.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4969-FEEDIN-STAT.
           SELECT FEEDOUT   ASSIGN TO FEEDOUT
               FILE STATUS IS B4969-FEEDOUT-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4969-FUNDIN-STAT.
           SELECT FUNDOUT   ASSIGN TO FUNDOUT
               FILE STATUS IS B4969-FUNDOUT-STAT.
           SELECT REJIN     ASSIGN TO REJIN
               FILE STATUS IS B4969-REJIN-STAT.
           SELECT REJOUT    ASSIGN TO REJOUT
               FILE STATUS IS B4969-REJOUT-STAT.
           SELECT SENDIN    ASSIGN TO SENDIN
               FILE STATUS IS B4969-SENDIN-STAT.
           SELECT SENDOUT   ASSIGN TO SENDOUT
               FILE STATUS IS B4969-SENDOUT-STAT.
           SELECT AGTIN     ASSIGN TO AGTIN
               FILE STATUS IS B4969-AGTIN-STAT.
           SELECT AGTOUT    ASSIGN TO AGTOUT
               FILE STATUS IS B4969-AGTOUT-STAT.
           SELECT HHLTRIN   ASSIGN TO HHLTRIN
               FILE STATUS IS B4969-HHLTRIN-STAT.
           SELECT HHLTROUT  ASSIGN TO HHLTROUT
               FILE STATUS IS B4969-HHLTROUT-STAT.
           SELECT SMSIN     ASSIGN TO SMSIN
               FILE STATUS IS B4969-SMSIN-STAT.
           SELECT SMSOUT    ASSIGN TO SMSOUT
               FILE STATUS IS B4969-SMSOUT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  MASKCTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4969-MASKCTL-REC                           PIC X(080).
       FD  FEEDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927.
       FD  FEEDOUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4927 REPLACING LEADING ==L4927== BY ==M4927==.
       FD  FUNDIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933.
       FD  FUNDOUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4933 REPLACING LEADING ==L4933== BY ==M4933==.
       FD  REJIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4969-REJIN-REC                             PIC X(192).
       FD  REJOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4969-REJOUT-REC                            PIC X(192).
       FD  SENDIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4969-SENDIN-REC                            PIC X(156).
       FD  SENDOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 156 CHARACTERS.
       01  B4969-SENDOUT-REC                           PIC X(156).
       FD  AGTIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4934.
       FD  AGTOUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4934 REPLACING LEADING ==L4934== BY ==M4934==.
       FD  HHLTRIN
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4929.
       FD  HHLTROUT
           BLOCK CONTAINS 0 RECORDS.
           COPY CCWL4929 REPLACING LEADING ==L4929== BY ==M4929==.
       FD  SMSIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 240 CHARACTERS.
           COPY CCWL4952.
       FD  SMSOUT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 240 CHARACTERS.
       01  B4969-SMSOUT-REC                            PIC X(240).
       WORKING-STORAGE SECTION.
       77  B4969-MASKCTL-STAT                          PIC X(002).
       77  B4969-FEEDIN-STAT                           PIC X(002).
       77  B4969-FEEDOUT-STAT                          PIC X(002).
       77  B4969-FUNDIN-STAT                           PIC X(002).
       77  B4969-FUNDOUT-STAT                          PIC X(002).
       77  B4969-REJIN-STAT                            PIC X(002).
       77  B4969-REJOUT-STAT                           PIC X(002).
       77  B4969-SENDIN-STAT                           PIC X(002).
       77  B4969-SENDOUT-STAT                          PIC X(002).
       77  B4969-AGTIN-STAT                            PIC X(002).
       77  B4969-AGTOUT-STAT                           PIC X(002).
       77  B4969-HHLTRIN-STAT                          PIC X(002).
       77  B4969-HHLTROUT-STAT                         PIC X(002).
       77  B4969-SMSIN-STAT                            PIC X(002).
       77  B4969-SMSOUT-STAT                           PIC X(002).
       77  B4969-FEED-CNT                              PIC S9(007) COMP.
       77  B4969-FUND-CNT                              PIC S9(007) COMP.
       77  B4969-REJ-CNT                               PIC S9(007) COMP.
       77  B4969-SEND-CNT                              PIC S9(007) COMP.
       77  B4969-SEND-MASK-CNT                         PIC S9(007) COMP.
       77  B4969-AGT-CNT                               PIC S9(007) COMP.
       77  B4969-HH-CNT                                PIC S9(007) COMP.
       77  B4969-SMS-CNT                               PIC S9(007) COMP.
       77  B4969-FLD-CNT                               PIC S9(009) COMP.
       77  B4969-AX                                    PIC S9(004) COMP.
       77  B4969-CX                                    PIC S9(004) COMP.
       77  B4969-PX                                    PIC S9(004) COMP.
       77  B4969-ADDR-MAX                              PIC S9(004) COMP.
       77  B4969-CVG-MAX                               PIC S9(004) COMP.
       77  B4969-TX                                    PIC S9(004) COMP.
       77  B4969-TXT-LEN                               PIC S9(004) COMP.
       77  B4969-CIX                                   PIC S9(004) COMP.
       77  B4969-BASE                                  PIC S9(004) COMP.
       77  B4969-SIZE                                  PIC S9(004) COMP.
       77  B4969-QUOT                                  PIC S9(009) COMP.
       77  B4969-REM                                   PIC S9(009) COMP.
       77  B4969-WORK                                  PIC S9(009) COMP.
       77  B4969-SEED                                  PIC S9(009) COMP.
       77  B4969-KEY                                   PIC S9(009) COMP.
       77  B4969-TALLY                                 PIC S9(004) COMP.
       77  B4969-WX                                    PIC S9(004) COMP.
       77  B4969-ABEND-TXT                             PIC X(020).

       01  B4969-SWITCHES.
           05  B4969-CTL-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4969-CTL-EOF                       VALUE 'Y'.
           05  B4969-KEY-SEEN-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4969-KEY-SEEN                      VALUE 'Y'.
           05  B4969-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4969-FEED-EOF                      VALUE 'Y'.
           05  B4969-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4969-FUND-EOF                      VALUE 'Y'.
           05  B4969-REJ-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4969-REJ-EOF                       VALUE 'Y'.
           05  B4969-SEND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4969-SEND-EOF                      VALUE 'Y'.
           05  B4969-AGT-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4969-AGT-EOF                       VALUE 'Y'.
           05  B4969-HH-EOF-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4969-HH-EOF                        VALUE 'Y'.
           05  B4969-SMS-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4969-SMS-EOF                       VALUE 'Y'.
           05  B4969-WORD-START-SW                     PIC X(001)
                                                       VALUE 'N'.
               88  B4969-WORD-START                    VALUE 'Y'.

       01  B4969-CARD-VAL                              PIC X(020).
       01  B4969-KEY-DIGITS                            PIC 9(008).

      *    THE MASKING ALPHABET: UPPER CASE (1-26), LOWER CASE (27-52)
      *    AND DIGITS (53-62).  SLOT 63 HOLDS THE CHARACTER BEING
      *    LOOKED UP, SO THE SEARCH ALWAYS STOPS; A CHARACTER FOUND
      *    ONLY THERE IS NOT MASKED.
       01  B4969-CHAR-SET.
           05  FILLER                                  PIC X(026)
                                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER                                  PIC X(026)
                                  VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER                                  PIC X(010)
                                  VALUE '0123456789'.
           05  FILLER                                  PIC X(001)
                                                       VALUE SPACE.
       01  B4969-CHAR-SET-R REDEFINES B4969-CHAR-SET.
           05  B4969-CHAR-C                OCCURS 63 TIMES
                                                       PIC X(001).

      *    THE VALUE BEING MASKED (LEFT-JUSTIFIED, SPACE-FILLED).
       01  B4969-TXT                                   PIC X(200).
       01  B4969-TXT-R REDEFINES B4969-TXT.
           05  B4969-TXT-C                 OCCURS 200 TIMES
                                                       PIC X(001).

           COPY CCWL4931.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - READ THE KEY, COPY EACH FILE OF THE SET      *
      *  WITH ITS PERSONAL DATA MASKED.                               *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MASK-FEED THRU 2000-EXIT
               UNTIL B4969-FEED-EOF.
           PERFORM 2100-COPY-FUND THRU 2100-EXIT
               UNTIL B4969-FUND-EOF.
           PERFORM 2200-COPY-REJECT THRU 2200-EXIT
               UNTIL B4969-REJ-EOF.
           PERFORM 2300-MASK-SENDLOG THRU 2300-EXIT
               UNTIL B4969-SEND-EOF.
           PERFORM 2400-MASK-AGENT THRU 2400-EXIT
               UNTIL B4969-AGT-EOF.
           PERFORM 2500-MASK-HOUSEHOLD THRU 2500-EXIT
               UNTIL B4969-HH-EOF.
           PERFORM 2600-MASK-SMS THRU 2600-EXIT
               UNTIL B4969-SMS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MASK KEY, OPEN FILES, PRIME READS.         *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZERO TO B4969-FEED-CNT
                        B4969-FUND-CNT
                        B4969-REJ-CNT
                        B4969-SEND-CNT
                        B4969-SEND-MASK-CNT
                        B4969-AGT-CNT
                        B4969-HH-CNT
                        B4969-SMS-CNT
                        B4969-FLD-CNT.
           OPEN INPUT  MASKCTL.
           IF B4969-MASKCTL-STAT NOT = '00'
               MOVE 'OPEN MASKCTL' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1100-READ-CTL-CARD THRU 1100-EXIT
               UNTIL B4969-CTL-EOF.
           CLOSE MASKCTL.
           IF NOT B4969-KEY-SEEN
               MOVE 'NO MASK-KEY CARD' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN INPUT  FEEDIN FUNDIN REJIN SENDIN AGTIN HHLTRIN SMSIN.
           IF B4969-FEEDIN-STAT  NOT = '00'
           OR B4969-FUNDIN-STAT  NOT = '00'
           OR B4969-REJIN-STAT   NOT = '00'
           OR B4969-SENDIN-STAT  NOT = '00'
           OR B4969-AGTIN-STAT   NOT = '00'
           OR B4969-HHLTRIN-STAT NOT = '00'
           OR B4969-SMSIN-STAT   NOT = '00'
               MOVE 'OPEN INPUTS' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT FUNDOUT REJOUT SENDOUT AGTOUT HHLTROUT
                       SMSOUT.
           IF B4969-FEEDOUT-STAT  NOT = '00'
           OR B4969-FUNDOUT-STAT  NOT = '00'
           OR B4969-REJOUT-STAT   NOT = '00'
           OR B4969-SENDOUT-STAT  NOT = '00'
           OR B4969-AGTOUT-STAT   NOT = '00'
           OR B4969-HHLTROUT-STAT NOT = '00'
           OR B4969-SMSOUT-STAT   NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
           PERFORM 8300-READ-REJECT THRU 8300-EXIT.
           PERFORM 8400-READ-SENDLOG THRU 8400-EXIT.
           PERFORM 8500-READ-AGENT THRU 8500-EXIT.
           PERFORM 8600-READ-HOUSEHOLD THRU 8600-EXIT.
           PERFORM 8700-READ-SMS THRU 8700-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-READ-CTL-CARD - ONE MASKCTL CARD.  AN UNRECOGNIZED CARD *
      *  IS REFUSED LOUDLY, NOT SKIPPED.                              *
      *****************************************************************
       1100-READ-CTL-CARD.
           READ MASKCTL
               AT END
                   SET B4969-CTL-EOF TO TRUE
                   GO TO 1100-EXIT.
           IF B4969-MASKCTL-STAT NOT = '00'
               MOVE 'READ MASKCTL' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4969-MASKCTL-REC = SPACES
               GO TO 1100-EXIT.
           IF B4969-MASKCTL-REC (1:9) NOT = 'MASK-KEY='
               MOVE 'BAD MASKCTL CARD' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE B4969-MASKCTL-REC (10:20) TO B4969-CARD-VAL.
           IF B4969-CARD-VAL = SPACES
           OR FUNCTION TEST-NUMVAL (B4969-CARD-VAL) NOT = ZERO
               MOVE 'BAD MASKCTL VALUE' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           COMPUTE B4969-KEY-DIGITS =
               FUNCTION NUMVAL (B4969-CARD-VAL).
           MOVE B4969-KEY-DIGITS TO B4969-KEY.
           SET B4969-KEY-SEEN TO TRUE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MASK-FEED - ONE CCWL4927 SEGMENT: OWNER NAME, E-MAIL,   *
      *  PHONE, EVERY ADDRESS LINE AND EVERY LIFE-INSURED NAME.       *
      *****************************************************************
       2000-MASK-FEED.
           MOVE L4927-OW-NM TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4927-OW-NM.
           MOVE L4927-OW-EMAIL-ID TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4927-OW-EMAIL-ID.
           MOVE L4927-OW-CEL-PHON-NUM TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4927-OW-CEL-PHON-NUM.
           MOVE ZERO TO B4969-ADDR-MAX.
           IF L4927-OW-ADDR-CNT IS NUMERIC
               MOVE L4927-OW-ADDR-CNT TO B4969-ADDR-MAX.
           IF B4969-ADDR-MAX > 15
               MOVE 15 TO B4969-ADDR-MAX.
           PERFORM 2010-MASK-FEED-ADDR THRU 2010-EXIT
               VARYING B4969-AX FROM 1 BY 1
               UNTIL B4969-AX > B4969-ADDR-MAX.
      *    EVERY OCCURRENCE, NOT ONLY UP TO L4927-CVG-CNT - A NAME
      *    LEFT IN AN UNUSED SLOT IS STILL A NAME.
           PERFORM 2020-MASK-FEED-LI THRU 2020-EXIT
               VARYING B4969-CX FROM 1 BY 1
               UNTIL B4969-CX > 40.
      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO FROM L4927-DATA-INFO.
           IF B4969-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-FEED-CNT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2010-MASK-FEED-ADDR.
           MOVE L4927-OW-ADDR-LN (B4969-AX) TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4927-OW-ADDR-LN (B4969-AX).
       2010-EXIT.
           EXIT.

       2020-MASK-FEED-LI.
           MOVE L4927-CVG-LI-NM (B4969-CX) TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4927-CVG-LI-NM (B4969-CX).
       2020-EXIT.
           EXIT.

      *****************************************************************
      *  2100-COPY-FUND - ONE CCWL4933 SEGMENT, UNCHANGED.            *
      *****************************************************************
       2100-COPY-FUND.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO FROM L4933-DATA-INFO.
           IF B4969-FUNDOUT-STAT NOT = '00'
               MOVE 'WRITE FUNDOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-FUND-CNT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-COPY-REJECT - ONE CCWL4928 RECORD, UNCHANGED (REASON    *
      *  TEXTS CARRY PLAN IDS, DATES AND AMOUNTS, NOT PERSONAL DATA). *
      *****************************************************************
       2200-COPY-REJECT.
           WRITE B4969-REJOUT-REC FROM B4969-REJIN-REC.
           IF B4969-REJOUT-STAT NOT = '00'
               MOVE 'WRITE REJOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-REJ-CNT.
           PERFORM 8300-READ-REJECT THRU 8300-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-MASK-SENDLOG - ONE CCWL4931 ATTEMPT.  ONLY A REASON     *
      *  TEXT QUOTING AN E-MAIL ADDRESS IS TOUCHED: FROM THE START OF *
      *  THE WORD CARRYING THE FIRST '@' TO THE END.  THE LEADING     *
      *  REASON WORDS THE RETRY SWEEP TESTS ARE KEPT.                 *
      *****************************************************************
       2300-MASK-SENDLOG.
           PERFORM 2310-MASK-FAIL-TXT THRU 2310-EXIT.
           WRITE B4969-SENDOUT-REC FROM L4931-DATA-INFO.
           IF B4969-SENDOUT-STAT NOT = '00'
               MOVE 'WRITE SENDOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-SEND-CNT.
           PERFORM 8400-READ-SENDLOG THRU 8400-EXIT.
       2300-EXIT.
           EXIT.

       2310-MASK-FAIL-TXT.
           MOVE ZERO TO B4969-TALLY.
           INSPECT L4931-SEND-FAIL-RSN-TXT
               TALLYING B4969-TALLY FOR ALL '@'.
           IF B4969-TALLY = ZERO
               GO TO 2310-EXIT.
           MOVE ZERO TO B4969-WX.
           INSPECT L4931-SEND-FAIL-RSN-TXT
               TALLYING B4969-WX FOR CHARACTERS BEFORE INITIAL '@'.
           MOVE 'N' TO B4969-WORD-START-SW.
           PERFORM 2320-FIND-WORD-START THRU 2320-EXIT
               UNTIL B4969-WX = 0
                  OR B4969-WORD-START.
           MOVE L4931-SEND-FAIL-RSN-TXT (B4969-WX + 1:) TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4931-SEND-FAIL-RSN-TXT (B4969-WX + 1:).
           ADD 1 TO B4969-SEND-MASK-CNT.
       2310-EXIT.
           EXIT.

       2320-FIND-WORD-START.
           IF L4931-SEND-FAIL-RSN-TXT (B4969-WX:1) = SPACE
               SET B4969-WORD-START TO TRUE
           ELSE
               SUBTRACT 1 FROM B4969-WX.
       2320-EXIT.
           EXIT.

      *****************************************************************
      *  2400-MASK-AGENT - ONE CCWL4934 WORKLIST RECORD: EVERY LISTED *
      *  OWNER NAME.                                                  *
      *****************************************************************
       2400-MASK-AGENT.
           MOVE ZERO TO B4969-PX.
           IF L4934-AG-POL-CNT IS NUMERIC
               MOVE L4934-AG-POL-CNT TO B4969-PX.
           IF B4969-PX > 200
               MOVE 200 TO B4969-PX.
           PERFORM 2410-MASK-AGENT-POL THRU 2410-EXIT
               VARYING B4969-AX FROM 1 BY 1
               UNTIL B4969-AX > B4969-PX.
           MOVE 200 TO M4934-AG-POL-CNT.
           WRITE M4934-DATA-INFO FROM L4934-DATA-INFO.
           IF B4969-AGTOUT-STAT NOT = '00'
               MOVE 'WRITE AGTOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-AGT-CNT.
           PERFORM 8500-READ-AGENT THRU 8500-EXIT.
       2400-EXIT.
           EXIT.

       2410-MASK-AGENT-POL.
           MOVE L4934-OW-NM (B4969-AX) TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4934-OW-NM (B4969-AX).
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2500-MASK-HOUSEHOLD - ONE CCWL4929 LETTER, REBUILT FIELD BY  *
      *  FIELD (AS CCWB4947 DOES) WITH THE OWNER'S DATA AND EVERY     *
      *  LIFE-INSURED NAME MASKED.                                    *
      *****************************************************************
       2500-MASK-HOUSEHOLD.
           MOVE SPACES TO M4929-DATA-INFO.
           MOVE ZERO   TO M4929-HH-POL-CNT.
           MOVE L4929-CURRENT-DT     TO M4929-CURRENT-DT.
           MOVE L4929-HH-OWNER-INFO  TO M4929-HH-OWNER-INFO.
           MOVE L4929-HH-TOTAL-INFO  TO M4929-HH-TOTAL-INFO.
           MOVE L4929-OW-NM TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO M4929-OW-NM.
           MOVE L4929-OW-EMAIL-ID TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO M4929-OW-EMAIL-ID.
           MOVE L4929-OW-CEL-PHON-NUM TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO M4929-OW-CEL-PHON-NUM.
           MOVE L4929-OW-ADDR-LN TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO M4929-OW-ADDR-LN.
           MOVE ZERO TO B4969-PX.
           IF L4929-HH-POL-CNT IS NUMERIC
               MOVE L4929-HH-POL-CNT TO B4969-PX.
           IF B4969-PX > 20
               MOVE 20 TO B4969-PX.
           MOVE B4969-PX TO M4929-HH-POL-CNT.
           PERFORM 2510-COPY-HH-POLICY THRU 2510-EXIT
               VARYING B4969-AX FROM 1 BY 1
               UNTIL B4969-AX > B4969-PX.
           WRITE M4929-DATA-INFO.
           IF B4969-HHLTROUT-STAT NOT = '00'
               MOVE 'WRITE HHLTROUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-HH-CNT.
           PERFORM 8600-READ-HOUSEHOLD THRU 8600-EXIT.
       2500-EXIT.
           EXIT.

       2510-COPY-HH-POLICY.
           MOVE L4929-POL-ID (B4969-AX)
               TO M4929-POL-ID (B4969-AX).
           MOVE L4929-POL-PLAN-ID (B4969-AX)
               TO M4929-POL-PLAN-ID (B4969-AX).
           MOVE L4929-POL-LETTER-TYP-CD (B4969-AX)
               TO M4929-POL-LETTER-TYP-CD (B4969-AX).
           MOVE L4929-POL-ANNV-DT (B4969-AX)
               TO M4929-POL-ANNV-DT (B4969-AX).
           MOVE L4929-POL-TPREM-AMT (B4969-AX)
               TO M4929-POL-TPREM-AMT (B4969-AX).
           MOVE L4929-POL-NET-BASE-CASH-VALUE (B4969-AX)
               TO M4929-POL-NET-BASE-CASH-VALUE (B4969-AX).
           MOVE L4929-POL-CCY-CD (B4969-AX)
               TO M4929-POL-CCY-CD (B4969-AX).
           MOVE ZERO TO B4969-CVG-MAX.
           IF L4929-POL-CVG-CNT (B4969-AX) IS NUMERIC
               MOVE L4929-POL-CVG-CNT (B4969-AX) TO B4969-CVG-MAX.
           IF B4969-CVG-MAX > 40
               MOVE 40 TO B4969-CVG-MAX.
           MOVE B4969-CVG-MAX TO M4929-POL-CVG-CNT (B4969-AX).
           PERFORM 2520-COPY-HH-COVERAGE THRU 2520-EXIT
               VARYING B4969-CX FROM 1 BY 1
               UNTIL B4969-CX > B4969-CVG-MAX.
       2510-EXIT.
           EXIT.

       2520-COPY-HH-COVERAGE.
           MOVE L4929-CVG-PLAN-ID (B4969-AX B4969-CX)
               TO M4929-CVG-PLAN-ID (B4969-AX B4969-CX).
           MOVE L4929-CVG-LI-ID (B4969-AX B4969-CX)
               TO M4929-CVG-LI-ID (B4969-AX B4969-CX).
           MOVE L4929-CVG-FACE-AMT (B4969-AX B4969-CX)
               TO M4929-CVG-FACE-AMT (B4969-AX B4969-CX).
           MOVE L4929-CVG-LI-NM (B4969-AX B4969-CX) TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT
               TO M4929-CVG-LI-NM (B4969-AX B4969-CX).
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2600-MASK-SMS - ONE CCWL4952 NOTIFICATION: THE PHONE NUMBER  *
      *  (THE MESSAGE TEXT NAMES ONLY THE POLICY).                    *
      *****************************************************************
       2600-MASK-SMS.
           MOVE L4952-CEL-PHON-NUM TO B4969-TXT.
           PERFORM 7000-MASK-TEXT THRU 7000-EXIT.
           MOVE B4969-TXT TO L4952-CEL-PHON-NUM.
           WRITE B4969-SMSOUT-REC FROM L4952-DATA-INFO.
           IF B4969-SMSOUT-STAT NOT = '00'
               MOVE 'WRITE SMSOUT' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4969-SMS-CNT.
           PERFORM 8700-READ-SMS THRU 8700-EXIT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  7000-MASK-TEXT - SCRAMBLE B4969-TXT IN PLACE.  A SEED IS     *
      *  FIRST DRAWN FROM THE KEY AND EVERY CHARACTER OF THE VALUE;   *
      *  EACH LETTER/DIGIT IS THEN SHIFTED WITHIN ITS OWN CLASS BY A  *
      *  RUNNING SHIFT THAT ALSO ADVANCES WITH EVERY CHARACTER, SO    *
      *  EQUAL VALUES GIVE EQUAL RESULTS AND NOTHING ELSE CAN.        *
      *  OTHER CHARACTERS AND TRAILING SPACES ARE LEFT AS THEY ARE.   *
      *****************************************************************
       7000-MASK-TEXT.
           IF B4969-TXT = SPACES
               GO TO 7000-EXIT.
           MOVE 200 TO B4969-TXT-LEN.
           PERFORM 7010-TRIM-TEXT THRU 7010-EXIT
               UNTIL B4969-TXT-C (B4969-TXT-LEN) NOT = SPACE.
           ADD 1 TO B4969-FLD-CNT.
           MOVE B4969-KEY TO B4969-SEED.
           PERFORM 7020-SEED-CHAR THRU 7020-EXIT
               VARYING B4969-TX FROM 1 BY 1
               UNTIL B4969-TX > B4969-TXT-LEN.
           PERFORM 7030-MASK-CHAR THRU 7030-EXIT
               VARYING B4969-TX FROM 1 BY 1
               UNTIL B4969-TX > B4969-TXT-LEN.
       7000-EXIT.
           EXIT.

       7010-TRIM-TEXT.
           SUBTRACT 1 FROM B4969-TXT-LEN.
       7010-EXIT.
           EXIT.

       7020-SEED-CHAR.
           PERFORM 7040-FIND-CHAR THRU 7040-EXIT.
           COMPUTE B4969-WORK = B4969-SEED * 31
                              + B4969-CIX * B4969-TX.
           DIVIDE B4969-WORK BY 999983
               GIVING B4969-QUOT REMAINDER B4969-SEED.
       7020-EXIT.
           EXIT.

       7030-MASK-CHAR.
           PERFORM 7040-FIND-CHAR THRU 7040-EXIT.
           IF B4969-CIX > 62
               GO TO 7030-EXIT.
           IF B4969-CIX < 27
               MOVE 0  TO B4969-BASE
               MOVE 26 TO B4969-SIZE
           ELSE
               IF B4969-CIX < 53
                   MOVE 26 TO B4969-BASE
                   MOVE 26 TO B4969-SIZE
               ELSE
                   MOVE 52 TO B4969-BASE
                   MOVE 10 TO B4969-SIZE.
           COMPUTE B4969-WORK = B4969-CIX - B4969-BASE - 1
                              + B4969-SEED.
           DIVIDE B4969-WORK BY B4969-SIZE
               GIVING B4969-QUOT REMAINDER B4969-REM.
           COMPUTE B4969-WORK = B4969-BASE + B4969-REM + 1.
           MOVE B4969-CHAR-C (B4969-WORK) TO B4969-TXT-C (B4969-TX).
           COMPUTE B4969-WORK = B4969-SEED * 31
                              + B4969-CIX + B4969-TX.
           DIVIDE B4969-WORK BY 999983
               GIVING B4969-QUOT REMAINDER B4969-SEED.
       7030-EXIT.
           EXIT.

      *    B4969-CIX = THE CHARACTER'S SLOT IN THE MASKING ALPHABET,
      *    63 WHEN IT IS NOT A LETTER OR DIGIT.
       7040-FIND-CHAR.
           MOVE B4969-TXT-C (B4969-TX) TO B4969-CHAR-C (63).
           PERFORM 7041-NEXT-SLOT THRU 7041-EXIT
               VARYING B4969-CIX FROM 1 BY 1
               UNTIL B4969-CHAR-C (B4969-CIX) = B4969-TXT-C (B4969-TX).
       7040-EXIT.
           EXIT.

       7041-NEXT-SLOT.
           CONTINUE.
       7041-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4969-FEED-EOF TO TRUE
                   GO TO 8100-EXIT.
           IF B4969-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4969-FUND-EOF TO TRUE
                   GO TO 8200-EXIT.
           IF B4969-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-READ-REJECT - NEXT CCWL4928 RECORD OR EOF.              *
      *****************************************************************
       8300-READ-REJECT.
           READ REJIN
               AT END
                   SET B4969-REJ-EOF TO TRUE
                   GO TO 8300-EXIT.
           IF B4969-REJIN-STAT NOT = '00'
               MOVE 'READ REJIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8400-READ-SENDLOG - NEXT CCWL4931 RECORD OR EOF.             *
      *****************************************************************
       8400-READ-SENDLOG.
           READ SENDIN INTO L4931-DATA-INFO
               AT END
                   SET B4969-SEND-EOF TO TRUE
                   GO TO 8400-EXIT.
           IF B4969-SENDIN-STAT NOT = '00'
               MOVE 'READ SENDIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-READ-AGENT - NEXT CCWL4934 RECORD OR EOF.               *
      *****************************************************************
       8500-READ-AGENT.
           READ AGTIN
               AT END
                   SET B4969-AGT-EOF TO TRUE
                   GO TO 8500-EXIT.
           IF B4969-AGTIN-STAT NOT = '00'
               MOVE 'READ AGTIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  8600-READ-HOUSEHOLD - NEXT CCWL4929 RECORD OR EOF.           *
      *****************************************************************
       8600-READ-HOUSEHOLD.
           READ HHLTRIN
               AT END
                   SET B4969-HH-EOF TO TRUE
                   GO TO 8600-EXIT.
           IF B4969-HHLTRIN-STAT NOT = '00'
               MOVE 'READ HHLTRIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8600-EXIT.
           EXIT.

      *****************************************************************
      *  8700-READ-SMS - NEXT CCWL4952 RECORD OR EOF.                 *
      *****************************************************************
       8700-READ-SMS.
           READ SMSIN
               AT END
                   SET B4969-SMS-EOF TO TRUE
                   GO TO 8700-EXIT.
           IF B4969-SMSIN-STAT NOT = '00'
               MOVE 'READ SMSIN' TO B4969-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8700-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS AND CLOSE.  EVERY FILE IS    *
      *  COPIED RECORD FOR RECORD, SO EACH COUNT IS BOTH IN AND OUT.  *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FUNDIN REJIN SENDIN AGTIN HHLTRIN SMSIN
                 FEEDOUT FUNDOUT REJOUT SENDOUT AGTOUT HHLTROUT
                 SMSOUT.
           DISPLAY 'CCWB4969 CCWL4927 RECORDS COPIED   : '
                   B4969-FEED-CNT.
           DISPLAY 'CCWB4969 CCWL4933 RECORDS COPIED   : '
                   B4969-FUND-CNT.
           DISPLAY 'CCWB4969 CCWL4928 RECORDS COPIED   : '
                   B4969-REJ-CNT.
           DISPLAY 'CCWB4969 CCWL4931 RECORDS COPIED   : '
                   B4969-SEND-CNT.
           DISPLAY 'CCWB4969   REASON TEXTS MASKED     : '
                   B4969-SEND-MASK-CNT.
           DISPLAY 'CCWB4969 CCWL4934 RECORDS COPIED   : '
                   B4969-AGT-CNT.
           DISPLAY 'CCWB4969 CCWL4929 RECORDS COPIED   : '
                   B4969-HH-CNT.
           DISPLAY 'CCWB4969 CCWL4952 RECORDS COPIED   : '
                   B4969-SMS-CNT.
           DISPLAY 'CCWB4969 NON-BLANK VALUES MASKED   : '
                   B4969-FLD-CNT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL-CARD ERROR.                *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4969 ABEND - ' B4969-ABEND-TXT
                   ' STATS: ' B4969-MASKCTL-STAT ' '
                   B4969-FEEDIN-STAT ' ' B4969-FEEDOUT-STAT ' '
                   B4969-FUNDIN-STAT ' ' B4969-FUNDOUT-STAT ' '
                   B4969-REJIN-STAT ' ' B4969-REJOUT-STAT ' '
                   B4969-SENDIN-STAT ' ' B4969-SENDOUT-STAT ' '
                   B4969-AGTIN-STAT ' ' B4969-AGTOUT-STAT ' '
                   B4969-HHLTRIN-STAT ' ' B4969-HHLTROUT-STAT ' '
                   B4969-SMSIN-STAT ' ' B4969-SMSOUT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
