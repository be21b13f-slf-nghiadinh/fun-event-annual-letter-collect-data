      *****************************************************************
      **  MEMBER :  CCWB4964                                         **
      **  REMARKS:  ANNUAL LETTER BUSINESS-CONTENT EDIT STEP         **
      **                                                             **
      **            RUNS DIRECTLY AFTER THE SEGMENT-CHAIN VALIDATOR  **
      **            (CCWB4944) ON ITS CLEAN FEEDOUT/FUNDOUT FILES.   **
      **            THE VALIDATOR PROVES THE CHAINS ARE WELL FORMED; **
      **            THIS STEP EDITS WHAT THE LETTER WILL ACTUALLY    **
      **            SAY.  THE EDITS, AND THE SEVERITY OF EACH PER    **
      **            L4927-LETTER-TYP-CD, ARE HELD IN B4964-EDIT-     **
      **            TABLE:                                           **
      **              B001 L4927-POL-TPREM-AMT BLANK OR NOT NUMERIC  **
      **              B002 A COVERAGE'S L4927-CVG-MAT-XPRY-DT FALLS  **
      **                   BEFORE ITS L4927-CVG-ISS-DT (EVERY CVG    **
      **                   SEGMENT)                                  **
      **              B003 L4927-POL-YEAR DISAGREES WITH THE YEARS   **
      **                   FROM THE BASE COVERAGE ISSUE DATE TO      **
      **                   L4927-POL-ANNV-DT                         **
      **              B004 L4927-TYP-xx FLAGS CONTRADICT (OR NO      **
      **                   VALID) L4927-LETTER-TYP-CD                **
      **              B005 THE 12 L4927-ADMIN-T MONTHS DO NOT SUM TO **
      **                   THE L4927-TOTAL-xxx-CHARGE/FEE FIELDS     **
      **              B006 L4933-F-UNIT X L4933-F-FUND-PRICE NOT     **
      **                   EQUAL TO L4933-F-VALUE (WITHIN 0.01)      **
      **            SEVERITY 'H' (HARD) PULLS THE WHOLE POLICY -     **
      **            BOTH FILES - AND WRITES A CCWL4928 EXCEPTION     **
      **            (STATUS 'O', REASON B0NN) SO THE CCWB4942 REWORK **
      **            CYCLE RESELECTS IT.  SEVERITY 'S' (SOFT) ONLY    **
      **            LISTS THE FINDING ON THE EDITRPT WARNING REPORT; **
      **            THE LETTER STILL GOES.  A BLANK SEVERITY MEANS   **
      **            THE EDIT DOES NOT APPLY TO THAT LETTER TYPE.     **
      **                                                             **
      **            EXCPLOG RECORDS JOIN THE RUN'S CCWL4928 REJECT   **
      **            LOG ALONGSIDE THE VALIDATOR'S.  INPUTS MUST BE   **
      **            SORTED BY POL-ID AND SEGMENT SEQUENCE.  RETURN   **
      **            CODE 4 = ONE OR MORE POLICIES PULLED; THE CLEAN  **
      **            FILES ARE STILL GOOD TO HAND OFF.                **
      **                                                             **
      **            MANIFEST (CCWB4957): THE VALIDATOR MUST HAVE     **
      **            COMPLETED THIS RUN AND ITS OUTPUT COUNTS MUST    **
      **            MATCH THIS STEP'S INPUT ON BOTH STREAMS; THE     **
      **            RATE CERTIFICATION GATE (CCWB4956) PROVES ITS    **
      **            FEED AGAINST THIS STEP.                          **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04964**  15OCT2026 PHONGP BUSINESS-CONTENT EDIT STEP                **
U04964**  15OCT2026 PHONGP FEED SLOT RESIZED FOR CCWL4927 LANG-INFO   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4964.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4964-FEEDIN-STAT.
           SELECT FEEDOUT   ASSIGN TO FEEDOUT
               FILE STATUS IS B4964-FEEDOUT-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4964-FUNDIN-STAT.
           SELECT FUNDOUT   ASSIGN TO FUNDOUT
               FILE STATUS IS B4964-FUNDOUT-STAT.
           SELECT EXCPLOG   ASSIGN TO EXCPLOG
               FILE STATUS IS B4964-EXCPLOG-STAT.
           SELECT EDITRPT   ASSIGN TO EDITRPT
               FILE STATUS IS B4964-EDITRPT-STAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EXCPLOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4964-EXCPLOG-REC                           PIC X(192).
       FD  EDITRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4964-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4964-FEEDIN-STAT                           PIC X(002).
       77  B4964-FEEDOUT-STAT                          PIC X(002).
       77  B4964-FUNDIN-STAT                           PIC X(002).
       77  B4964-FUNDOUT-STAT                          PIC X(002).
       77  B4964-EXCPLOG-STAT                          PIC X(002).
       77  B4964-EDITRPT-STAT                          PIC X(002).
       77  B4964-POL-CNT                               PIC S9(007) COMP.
       77  B4964-POL-PASS-CNT                          PIC S9(007) COMP.
       77  B4964-POL-WARN-CNT                          PIC S9(007) COMP.
       77  B4964-POL-PULL-CNT                          PIC S9(007) COMP.
       77  B4964-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4964-FEED-OUT-CNT                          PIC S9(007) COMP.
       77  B4964-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4964-FUND-OUT-CNT                          PIC S9(007) COMP.
       77  B4964-EXCP-CNT                              PIC S9(007) COMP.
       77  B4964-WARN-CNT                              PIC S9(007) COMP.
       77  B4964-CVG-SEG-CNT                           PIC S9(003) COMP.
       77  B4964-FUND-SEG-CNT                          PIC S9(003) COMP.
       77  B4964-SEG-IDX                               PIC S9(003) COMP.
       77  B4964-TYP-IX                                PIC S9(003) COMP.
       77  B4964-EX                                    PIC S9(003) COMP.
       77  B4964-CX                                    PIC S9(003) COMP.
       77  B4964-MX                                    PIC S9(003) COMP.
       77  B4964-KX                                    PIC S9(003) COMP.
       77  B4964-FX                                    PIC S9(003) COMP.
       77  B4964-CVG-LIM                               PIC S9(003) COMP.
       77  B4964-OCC-9                                 PIC 9(003).
       77  B4964-SEV                                   PIC X(001).
       77  B4964-ABEND-TXT                             PIC X(020).

       01  B4964-SWITCHES.
           05  B4964-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4964-FEED-EOF                      VALUE 'Y'.
           05  B4964-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4964-FUND-EOF                      VALUE 'Y'.
           05  B4964-POL-OK-SW                         PIC X(001)
                                                       VALUE 'Y'.
               88  B4964-POL-OK                        VALUE 'Y'.
           05  B4964-POL-WARN-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4964-POL-WARNED                    VALUE 'Y'.
           05  B4964-AMT-BAD-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4964-AMT-BAD                       VALUE 'Y'.

       01  B4964-CURR-POL-ID                           PIC X(010).
       01  B4964-POL-LETTER-TYP-CD                     PIC X(002).
       01  B4964-RUN-DT                                PIC X(010).
       01  B4964-RUN-TM                                PIC X(008).
       01  B4964-SYS-DATE                              PIC 9(008).
       01  B4964-SYS-DATE-R REDEFINES B4964-SYS-DATE.
           05  B4964-SYS-YYYY                          PIC X(004).
           05  B4964-SYS-MM                            PIC X(002).
           05  B4964-SYS-DD                            PIC X(002).
       01  B4964-SYS-TIME                              PIC 9(008).
       01  B4964-SYS-TIME-R REDEFINES B4964-SYS-TIME.
           05  B4964-SYS-HH                            PIC X(002).
           05  B4964-SYS-MI                            PIC X(002).
           05  B4964-SYS-SS                            PIC X(002).
           05  FILLER                                  PIC X(002).

      *****************************************************************
      *  EDIT TABLE.  ONE ROW PER EDIT: REASON CODE, THEN A SEVERITY  *
      *  BYTE PER LETTER TYPE IN THE ORDER EE FE UL IP PA HM ('H' =   *
      *  HARD - PULL, 'S' = SOFT - WARN ONLY, SPACE = NOT APPLIED),   *
      *  THEN THE FIELD THE EDIT GUARDS.  A POLICY WHOSE              *
      *  L4927-LETTER-TYP-CD IS OUTSIDE THE DOMAIN GETS ONLY B004,    *
      *  HARD.                                                        *
      *****************************************************************
       01  B4964-EDIT-VALUES.
           05  FILLER                                  PIC X(040)
               VALUE 'B001HHHHHHL4927-POL-TPREM-AMT           '.
           05  FILLER                                  PIC X(040)
               VALUE 'B002HHHHHHL4927-CVG-MAT-XPRY-DT         '.
           05  FILLER                                  PIC X(040)
               VALUE 'B003SSSSSSL4927-POL-YEAR                '.
           05  FILLER                                  PIC X(040)
               VALUE 'B004HHHHHHL4927-LETTER-TYP-CD           '.
           05  FILLER                                  PIC X(040)
               VALUE 'B005  SH  L4927-ADMIN-T                 '.
           05  FILLER                                  PIC X(040)
               VALUE 'B006  SH  L4933-F-VALUE                 '.
       01  B4964-EDIT-TABLE REDEFINES B4964-EDIT-VALUES.
           05  B4964-EDIT-ENT        OCCURS 6 TIMES.
               10  B4964-EDIT-CD                       PIC X(004).
               10  B4964-EDIT-SEV        OCCURS 6 TIMES PIC X(001).
               10  B4964-EDIT-FLD-NM                   PIC X(030).

       01  B4964-EDIT-COUNTS.
           05  B4964-EDIT-CNT-ENT    OCCURS 6 TIMES.
               10  B4964-EDIT-HARD-CNT                 PIC S9(007) COMP.
               10  B4964-EDIT-SOFT-CNT                 PIC S9(007) COMP.

      *****************************************************************
      *  EXCEPTION BUILD AREA - FED TO 8400-RAISE-EDIT.               *
      *****************************************************************
       01  B4964-EXCP-FIELDS.
           05  B4964-EXCP-FLD-NM                       PIC X(030).
           05  B4964-EXCP-SEG-SEQ                      PIC X(002).
           05  B4964-EXCP-OCC-IDX                      PIC X(003).
           05  B4964-EXCP-RSN-TXT                      PIC X(100).

      *****************************************************************
      *  AMOUNT WORK.  FEED AMOUNTS ARE DISPLAY STRINGS; UNITS AND    *
      *  PRICES CARRY UP TO SIX DECIMALS.                             *
      *****************************************************************
       01  B4964-AMT-WORK.
           05  B4964-AMT-X                             PIC X(025).
           05  B4964-AMT-N                             PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4964-UNIT-N                            PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4964-PRICE-N                           PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4964-VALUE-N                           PIC S9(011)V9(06)
                                                       COMP-3.
           05  B4964-CALC-N                            PIC S9(013)V9(02)
                                                       COMP-3.
           05  B4964-DIFF-N                            PIC S9(013)V9(02)
                                                       COMP-3.
           05  B4964-CHG-SUM-N       OCCURS 5 TIMES    PIC S9(013)V9(06)
                                                       COMP-3.

       01  B4964-YEAR-WORK.
           05  B4964-ANNV-YYYY                         PIC 9(004).
           05  B4964-ISS-YYYY                          PIC 9(004).
           05  B4964-POL-YEAR-N                        PIC S9(005) COMP.
           05  B4964-EXP-YEAR-N                        PIC S9(005) COMP.

      *****************************************************************
      *  PER-POLICY SEGMENT BUFFERS, AS IN CCWB4944.  THE EDITS RUN   *
      *  ON EACH SEGMENT AS IT IS GATHERED; THE RAW RECORDS ARE HELD  *
      *  UNTIL THE WHOLE POLICY HAS BEEN EDITED.  THE SLOT SIZES ARE  *
      *  THE MAXIMUM CCWL4927/CCWL4933 RECORD LENGTHS - RESIZE THEM   *
      *  WHENEVER THOSE COPYBOOKS GROW.                               *
      *****************************************************************
       01  B4964-CVG-SEG-BUFFER.
           05  B4964-CVG-SEG-SLOT    OCCURS 99 TIMES  PIC X(24493).
       01  B4964-FUND-SEG-BUFFER.
           05  B4964-FUND-SEG-SLOT   OCCURS 99 TIMES  PIC X(2445).

       01  B4964-RPT-HDG-1.
           05  FILLER                                  PIC X(042)
               VALUE 'CCWB4964  BUSINESS-CONTENT EDIT REPORT    '.
           05  FILLER                                  PIC X(009)
               VALUE 'RUN DATE '.
           05  B4964-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(071)
               VALUE SPACES.
       01  B4964-RPT-HDG-2.
           05  FILLER                                  PIC X(041)
               VALUE 'POL-ID     LT EDIT SEVERITY       SG OCC '.
           05  FILLER                                  PIC X(031)
               VALUE 'FIELD'.
           05  FILLER                                  PIC X(060)
               VALUE 'FINDING'.
       01  B4964-RPT-DTL.
           05  B4964-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-EDIT-CD                       PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-SEV-TXT                       PIC X(014).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-SEG-SEQ                       PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-OCC-IDX                       PIC X(003).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-FLD-NM                        PIC X(030).
           05  FILLER                                  PIC X(001).
           05  B4964-DTL-RSN-TXT                       PIC X(060).
       01  B4964-RPT-SUM-LINE.
           05  B4964-SUM-EDIT-CD                       PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4964-SUM-FLD-NM                        PIC X(030).
           05  FILLER                                  PIC X(006)
               VALUE ' HARD '.
           05  B4964-SUM-HARD-CNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(006)
               VALUE ' SOFT '.
           05  B4964-SUM-SOFT-CNT                      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(063).
       01  B4964-RPT-LINE.
           05  B4964-RPT-TXT                           PIC X(040).
           05  B4964-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(081).

           COPY CCWL4928.

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - ONE POLICY AT A TIME ACROSS BOTH FILES.      *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
               UNTIL B4964-FEED-EOF AND B4964-FUND-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, OPEN FILES, STAMP RUN DATE/TIME, *
      *  REPORT HEADINGS, PRIME.                                      *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4964' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4944' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE ZERO TO B4964-POL-CNT
                        B4964-POL-PASS-CNT
                        B4964-POL-WARN-CNT
                        B4964-POL-PULL-CNT
                        B4964-FEED-IN-CNT
                        B4964-FEED-OUT-CNT
                        B4964-FUND-IN-CNT
                        B4964-FUND-OUT-CNT
                        B4964-EXCP-CNT
                        B4964-WARN-CNT.
           PERFORM 1100-CLEAR-EDIT-COUNT THRU 1100-EXIT
               VARYING B4964-EX FROM 1 BY 1
               UNTIL B4964-EX > 6.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4964-FEEDIN-STAT NOT = '00'
           OR B4964-FUNDIN-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT FUNDOUT EXCPLOG EDITRPT.
           IF B4964-FEEDOUT-STAT NOT = '00'
           OR B4964-FUNDOUT-STAT NOT = '00'
           OR B4964-EXCPLOG-STAT NOT = '00'
           OR B4964-EDITRPT-STAT NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4964-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4964-SYS-YYYY '-' B4964-SYS-MM '-' B4964-SYS-DD
               DELIMITED BY SIZE INTO B4964-RUN-DT.
           ACCEPT B4964-SYS-TIME FROM TIME.
           STRING B4964-SYS-HH ':' B4964-SYS-MI ':' B4964-SYS-SS
               DELIMITED BY SIZE INTO B4964-RUN-TM.
           MOVE B4964-RUN-DT TO B4964-HDG-RUN-DT.
           WRITE B4964-RPT-REC FROM B4964-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           WRITE B4964-RPT-REC FROM B4964-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

       1100-CLEAR-EDIT-COUNT.
           MOVE ZERO TO B4964-EDIT-HARD-CNT (B4964-EX)
                        B4964-EDIT-SOFT-CNT (B4964-EX).
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - GATHER AND EDIT BOTH CHAINS FOR THE    *
      *  LOWEST POL-ID STILL UNREAD, THEN RELEASE OR PULL.            *
      *****************************************************************
       2000-PROCESS-POLICY.
           IF L4927-POL-ID < L4933-POL-ID
               MOVE L4927-POL-ID TO B4964-CURR-POL-ID
           ELSE
               MOVE L4933-POL-ID TO B4964-CURR-POL-ID.
           ADD 1 TO B4964-POL-CNT.
           MOVE 'Y' TO B4964-POL-OK-SW.
           MOVE 'N' TO B4964-POL-WARN-SW.
           MOVE ZERO TO B4964-CVG-SEG-CNT
                        B4964-FUND-SEG-CNT
                        B4964-TYP-IX.
           MOVE SPACES TO B4964-POL-LETTER-TYP-CD.
           PERFORM 2100-GATHER-CVG-SEG THRU 2100-EXIT
               UNTIL B4964-FEED-EOF
                  OR L4927-POL-ID NOT = B4964-CURR-POL-ID.
           PERFORM 2200-GATHER-FUND-SEG THRU 2200-EXIT
               UNTIL B4964-FUND-EOF
                  OR L4933-POL-ID NOT = B4964-CURR-POL-ID.
           IF B4964-POL-OK
               PERFORM 4000-RELEASE-POLICY THRU 4000-EXIT
               ADD 1 TO B4964-POL-PASS-CNT
               IF B4964-POL-WARNED
                   ADD 1 TO B4964-POL-WARN-CNT
               END-IF
           ELSE
               ADD 1 TO B4964-POL-PULL-CNT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-GATHER-CVG-SEG - EDIT AND BUFFER ONE CCWL4927 SEGMENT.  *
      *  THE VALIDATOR HAS ALREADY PULLED ANY CHAIN OVER 99 SEGMENTS, *
      *  SO ONE HERE MEANS THE WRONG FILE WAS FED.                    *
      *****************************************************************
       2100-GATHER-CVG-SEG.
           IF B4964-CVG-SEG-CNT = 99
               MOVE 'CVG CHAIN OVER 99' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-CVG-SEG-CNT.
           MOVE L4927-DATA-INFO
               TO B4964-CVG-SEG-SLOT (B4964-CVG-SEG-CNT).
           IF B4964-CVG-SEG-CNT = 1
               PERFORM 3000-EDIT-POLICY-LEVEL THRU 3000-EXIT.
           PERFORM 3200-EDIT-CVG-DATES THRU 3200-EXIT.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GATHER-FUND-SEG - EDIT AND BUFFER ONE CCWL4933 SEGMENT. *
      *****************************************************************
       2200-GATHER-FUND-SEG.
           IF B4964-FUND-SEG-CNT = 99
               MOVE 'FUND CHAIN OVER 99' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-FUND-SEG-CNT.
           MOVE L4933-DATA-INFO
               TO B4964-FUND-SEG-SLOT (B4964-FUND-SEG-CNT).
           PERFORM 3600-EDIT-FUND-VALUES THRU 3600-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-EDIT-POLICY-LEVEL - EDITS ON THE POLICY FIELDS, RUN     *
      *  ONCE ON THE FIRST COVERAGE SEGMENT (THEY REPEAT ON EVERY     *
      *  CONTINUATION).                                               *
      *****************************************************************
       3000-EDIT-POLICY-LEVEL.
           MOVE L4927-LETTER-TYP-CD TO B4964-POL-LETTER-TYP-CD.
           EVALUATE L4927-LETTER-TYP-CD
               WHEN 'EE'   MOVE 1 TO B4964-TYP-IX
               WHEN 'FE'   MOVE 2 TO B4964-TYP-IX
               WHEN 'UL'   MOVE 3 TO B4964-TYP-IX
               WHEN 'IP'   MOVE 4 TO B4964-TYP-IX
               WHEN 'PA'   MOVE 5 TO B4964-TYP-IX
               WHEN 'HM'   MOVE 6 TO B4964-TYP-IX
               WHEN OTHER  MOVE 0 TO B4964-TYP-IX
           END-EVALUATE.
           MOVE L4927-CVG-SEG-SEQ-NUM TO B4964-EXCP-SEG-SEQ.
           MOVE SPACES                TO B4964-EXCP-OCC-IDX.
           PERFORM 3100-EDIT-TPREM THRU 3100-EXIT.
           PERFORM 3300-EDIT-POL-YEAR THRU 3300-EXIT.
           PERFORM 3400-EDIT-TYP-FLAGS THRU 3400-EXIT.
           PERFORM 3500-EDIT-ADMIN-CHARGES THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-EDIT-TPREM - B001: THE TOTAL PREMIUM PRINTS ON EVERY    *
      *  LETTER AND MUST BE A NUMBER.                                 *
      *****************************************************************
       3100-EDIT-TPREM.
           MOVE 1 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3100-EXIT.
           IF L4927-POL-TPREM-AMT = SPACES
               MOVE 'L4927-POL-TPREM-AMT' TO B4964-EXCP-FLD-NM
               MOVE 'TOTAL PREMIUM AMOUNT IS BLANK'
                   TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3100-EXIT.
           IF FUNCTION TEST-NUMVAL (L4927-POL-TPREM-AMT) NOT = ZERO
               MOVE 'L4927-POL-TPREM-AMT' TO B4964-EXCP-FLD-NM
               MOVE 'TOTAL PREMIUM AMOUNT IS NOT NUMERIC'
                   TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-EDIT-CVG-DATES - B002: EVERY COVERAGE ROW OF THIS       *
      *  SEGMENT.  DATES ARE YYYY-MM-DD, SO THEY COMPARE AS TEXT; A   *
      *  ROW MISSING EITHER DATE IS NOT EDITED.                       *
      *****************************************************************
       3200-EDIT-CVG-DATES.
           MOVE 2 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3200-EXIT.
           IF L4927-CVG-CNT NOT NUMERIC
               GO TO 3200-EXIT.
           MOVE L4927-CVG-CNT TO B4964-CVG-LIM.
           IF B4964-CVG-LIM > 40
               MOVE 40 TO B4964-CVG-LIM.
           MOVE L4927-CVG-SEG-SEQ-NUM TO B4964-EXCP-SEG-SEQ.
           PERFORM 3210-CHECK-CVG-ROW THRU 3210-EXIT
               VARYING B4964-CX FROM 1 BY 1
               UNTIL B4964-CX > B4964-CVG-LIM.
       3200-EXIT.
           EXIT.

       3210-CHECK-CVG-ROW.
           IF L4927-CVG-ISS-DT (B4964-CX) = SPACES
           OR L4927-CVG-MAT-XPRY-DT (B4964-CX) = SPACES
               GO TO 3210-EXIT.
           IF L4927-CVG-MAT-XPRY-DT (B4964-CX)
                   NOT < L4927-CVG-ISS-DT (B4964-CX)
               GO TO 3210-EXIT.
           MOVE B4964-CX TO B4964-OCC-9.
           MOVE B4964-OCC-9 TO B4964-EXCP-OCC-IDX.
           MOVE 'L4927-CVG-MAT-XPRY-DT' TO B4964-EXCP-FLD-NM.
           MOVE SPACES TO B4964-EXCP-RSN-TXT.
           STRING 'COVERAGE ' L4927-CVG-PLAN-ID (B4964-CX)
                  ' MATURES ' L4927-CVG-MAT-XPRY-DT (B4964-CX)
                  ' BEFORE ISSUE ' L4927-CVG-ISS-DT (B4964-CX)
               DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT.
           PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
           MOVE SPACES TO B4964-EXCP-OCC-IDX.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3300-EDIT-POL-YEAR - B003: L4927-POL-YEAR IS THE POLICY YEAR *
      *  COMPLETED AT L4927-POL-ANNV-DT, I.E. THE ANNIVERSARY YEAR    *
      *  LESS THE BASE COVERAGE (FIRST ROW) ISSUE YEAR.               *
      *****************************************************************
       3300-EDIT-POL-YEAR.
           MOVE 3 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3300-EXIT.
           MOVE 'L4927-POL-YEAR' TO B4964-EXCP-FLD-NM.
           IF L4927-POL-YEAR = SPACES
           OR FUNCTION TEST-NUMVAL (L4927-POL-YEAR) NOT = ZERO
               MOVE 'POLICY YEAR IS BLANK OR NOT NUMERIC'
                   TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3300-EXIT.
           COMPUTE B4964-POL-YEAR-N = FUNCTION NUMVAL (L4927-POL-YEAR).
           IF L4927-POL-ANNV-DT (1:4) NOT NUMERIC
           OR L4927-CVG-ISS-DT (1) (1:4) NOT NUMERIC
               MOVE 'ANNIVERSARY OR BASE ISSUE DATE UNUSABLE - YEAR NOT
      -             ' VERIFIED' TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3300-EXIT.
           MOVE L4927-POL-ANNV-DT (1:4)       TO B4964-ANNV-YYYY.
           MOVE L4927-CVG-ISS-DT (1) (1:4)    TO B4964-ISS-YYYY.
           COMPUTE B4964-EXP-YEAR-N = B4964-ANNV-YYYY - B4964-ISS-YYYY.
           IF B4964-POL-YEAR-N NOT = B4964-EXP-YEAR-N
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'POLICY YEAR ' L4927-POL-YEAR
                      ' DISAGREES WITH ANNIVERSARY '
                      L4927-POL-ANNV-DT ' / ISSUE '
                      L4927-CVG-ISS-DT (1)
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-EDIT-TYP-FLAGS - B004: THE CANONICAL LETTER-TYP-CD MUST *
      *  BE VALID, ITS OWN L4927-TYP-xx FLAG MUST BE 'Y' AND NO OTHER *
      *  TYPE'S FLAG MAY BE 'Y'.                                      *
      *****************************************************************
       3400-EDIT-TYP-FLAGS.
           MOVE 4 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3400-EXIT.
           MOVE 'L4927-LETTER-TYP-CD' TO B4964-EXCP-FLD-NM.
           IF B4964-TYP-IX = 0
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'LETTER-TYP-CD ''' L4927-LETTER-TYP-CD
                      ''' IS NOT A VALID LETTER TYPE'
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3400-EXIT.
           IF (L4927-TYP-EE = 'Y'      AND B4964-TYP-IX NOT = 1)
           OR (L4927-TYP-FE = 'Y'      AND B4964-TYP-IX NOT = 2)
           OR (L4927-TYP-UL = 'Y'      AND B4964-TYP-IX NOT = 3)
           OR (L4927-TYP-ILP = 'Y'     AND B4964-TYP-IX NOT = 4)
           OR (L4927-TYP-PA-TERM = 'Y' AND B4964-TYP-IX NOT = 5)
           OR (L4927-TYP-HMR = 'Y'     AND B4964-TYP-IX NOT = 6)
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'ANOTHER LETTER TYPE FLAG IS SET ON A '
                      L4927-LETTER-TYP-CD ' LETTER'
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3400-EXIT.
           IF (B4964-TYP-IX = 1 AND L4927-TYP-EE NOT = 'Y')
           OR (B4964-TYP-IX = 2 AND L4927-TYP-FE NOT = 'Y')
           OR (B4964-TYP-IX = 3 AND L4927-TYP-UL NOT = 'Y')
           OR (B4964-TYP-IX = 4 AND L4927-TYP-ILP NOT = 'Y')
           OR (B4964-TYP-IX = 5 AND L4927-TYP-PA-TERM NOT = 'Y')
           OR (B4964-TYP-IX = 6 AND L4927-TYP-HMR NOT = 'Y')
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'OWN LETTER TYPE FLAG NOT SET ON A '
                      L4927-LETTER-TYP-CD ' LETTER'
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3500-EDIT-ADMIN-CHARGES - B005: EACH OF THE FIVE CHARGE      *
      *  COLUMNS SUMMED OVER THE 12 L4927-ADMIN-T MONTHS MUST EQUAL   *
      *  ITS L4927-TOTAL-xxx FIELD.  BLANK AMOUNTS COUNT AS ZERO.     *
      *****************************************************************
       3500-EDIT-ADMIN-CHARGES.
           MOVE 5 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3500-EXIT.
           MOVE ZERO TO B4964-CHG-SUM-N (1) B4964-CHG-SUM-N (2)
                        B4964-CHG-SUM-N (3) B4964-CHG-SUM-N (4)
                        B4964-CHG-SUM-N (5).
           MOVE 'N' TO B4964-AMT-BAD-SW.
           PERFORM 3510-ADD-MONTH THRU 3510-EXIT
               VARYING B4964-MX FROM 1 BY 1
               UNTIL B4964-MX > 12.
           IF B4964-AMT-BAD
               MOVE 'L4927-ADMIN-T' TO B4964-EXCP-FLD-NM
               MOVE 'A MONTHLY ILP CHARGE IS NOT NUMERIC'
                   TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3500-EXIT.
           PERFORM 3520-COMPARE-CHARGE THRU 3520-EXIT
               VARYING B4964-KX FROM 1 BY 1
               UNTIL B4964-KX > 5.
       3500-EXIT.
           EXIT.

       3510-ADD-MONTH.
           MOVE L4927-ILP-ALLOCATE-CHARGE (B4964-MX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           ADD B4964-AMT-N TO B4964-CHG-SUM-N (1).
           MOVE L4927-ILP-COI-CHARGE (B4964-MX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           ADD B4964-AMT-N TO B4964-CHG-SUM-N (2).
           MOVE L4927-ILP-ADMIN-CHARGE (B4964-MX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           ADD B4964-AMT-N TO B4964-CHG-SUM-N (3).
           MOVE L4927-ILP-WITHDRAWAL-CHARGE (B4964-MX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           ADD B4964-AMT-N TO B4964-CHG-SUM-N (4).
           MOVE L4927-ILP-SWITCHING-FEE (B4964-MX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           ADD B4964-AMT-N TO B4964-CHG-SUM-N (5).
       3510-EXIT.
           EXIT.

       3520-COMPARE-CHARGE.
           EVALUATE B4964-KX
               WHEN 1
                   MOVE L4927-TOTAL-ALLOCATE-CHARGE TO B4964-AMT-X
                   MOVE 'L4927-TOTAL-ALLOCATE-CHARGE'
                       TO B4964-EXCP-FLD-NM
               WHEN 2
                   MOVE L4927-TOTAL-COI-CHARGE TO B4964-AMT-X
                   MOVE 'L4927-TOTAL-COI-CHARGE' TO B4964-EXCP-FLD-NM
               WHEN 3
                   MOVE L4927-TOTAL-ADMIN-CHARGE TO B4964-AMT-X
                   MOVE 'L4927-TOTAL-ADMIN-CHARGE' TO B4964-EXCP-FLD-NM
               WHEN 4
                   MOVE L4927-TOTAL-WITHDRAWAL-CHARGE TO B4964-AMT-X
                   MOVE 'L4927-TOTAL-WITHDRAWAL-CHARGE'
                       TO B4964-EXCP-FLD-NM
               WHEN OTHER
                   MOVE L4927-TOTAL-SWITCHING-FEE TO B4964-AMT-X
                   MOVE 'L4927-TOTAL-SWITCHING-FEE' TO B4964-EXCP-FLD-NM
           END-EVALUATE.
           MOVE 'N' TO B4964-AMT-BAD-SW.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           IF B4964-AMT-BAD
               MOVE 'TOTAL ILP CHARGE IS NOT NUMERIC'
                   TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3520-EXIT.
           IF B4964-AMT-N NOT = B4964-CHG-SUM-N (B4964-KX)
               MOVE 'TOTAL ILP CHARGE NOT EQUAL TO THE SUM OF THE 12 MON
      -             'THS' TO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
       3520-EXIT.
           EXIT.

      *****************************************************************
      *  3600-EDIT-FUND-VALUES - B006: EVERY FUND ROW OF THIS         *
      *  CCWL4933 SEGMENT.  UNITS X PRICE, ROUNDED TO THE CENT, MAY   *
      *  DIFFER FROM THE STATED VALUE BY AT MOST 0.01.  A ROW WITH    *
      *  ALL THREE FIGURES BLANK IS NOT EDITED.                       *
      *****************************************************************
       3600-EDIT-FUND-VALUES.
           MOVE 6 TO B4964-EX.
           PERFORM 7000-GET-SEVERITY THRU 7000-EXIT.
           IF B4964-SEV = SPACE
               GO TO 3600-EXIT.
           MOVE L4933-FUND-SEG-SEQ-NUM TO B4964-EXCP-SEG-SEQ.
           PERFORM 3610-CHECK-FUND-ROW THRU 3610-EXIT
               VARYING B4964-FX FROM 1 BY 1
               UNTIL B4964-FX > L4933-ILP-FUND-CNT.
           MOVE SPACES TO B4964-EXCP-OCC-IDX.
       3600-EXIT.
           EXIT.

       3610-CHECK-FUND-ROW.
           IF L4933-F-UNIT (B4964-FX) = SPACES
           AND L4933-F-FUND-PRICE (B4964-FX) = SPACES
           AND L4933-F-VALUE (B4964-FX) = SPACES
               GO TO 3610-EXIT.
           MOVE B4964-FX TO B4964-OCC-9.
           MOVE B4964-OCC-9 TO B4964-EXCP-OCC-IDX.
           MOVE 'L4933-F-VALUE' TO B4964-EXCP-FLD-NM.
           MOVE 'N' TO B4964-AMT-BAD-SW.
           MOVE L4933-F-UNIT (B4964-FX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4964-AMT-N TO B4964-UNIT-N.
           MOVE L4933-F-FUND-PRICE (B4964-FX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4964-AMT-N TO B4964-PRICE-N.
           MOVE L4933-F-VALUE (B4964-FX) TO B4964-AMT-X.
           PERFORM 7100-PARSE-AMOUNT THRU 7100-EXIT.
           MOVE B4964-AMT-N TO B4964-VALUE-N.
           IF B4964-AMT-BAD
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'FUND ' L4933-F-FUND-CD (B4964-FX)
                      ' UNIT, PRICE OR VALUE IS NOT NUMERIC'
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT
               GO TO 3610-EXIT.
           COMPUTE B4964-CALC-N ROUNDED =
               B4964-UNIT-N * B4964-PRICE-N.
           COMPUTE B4964-DIFF-N = B4964-CALC-N - B4964-VALUE-N.
           IF B4964-DIFF-N < ZERO
               COMPUTE B4964-DIFF-N = ZERO - B4964-DIFF-N.
           IF B4964-DIFF-N > 0.01
               MOVE SPACES TO B4964-EXCP-RSN-TXT
               STRING 'FUND ' L4933-F-FUND-CD (B4964-FX)
                      ' UNITS X PRICE DOES NOT EQUAL THE FUND VALUE'
                   DELIMITED BY SIZE INTO B4964-EXCP-RSN-TXT
               PERFORM 8400-RAISE-EDIT THRU 8400-EXIT.
       3610-EXIT.
           EXIT.

      *****************************************************************
      *  4000-RELEASE-POLICY - NO HARD EDIT FAILED; COPY EVERY        *
      *  BUFFERED SEGMENT TO THE CLEAN FILES.                         *
      *****************************************************************
       4000-RELEASE-POLICY.
           PERFORM 4100-WRITE-CVG-SEG THRU 4100-EXIT
               VARYING B4964-SEG-IDX FROM 1 BY 1
               UNTIL B4964-SEG-IDX > B4964-CVG-SEG-CNT.
           PERFORM 4200-WRITE-FUND-SEG THRU 4200-EXIT
               VARYING B4964-SEG-IDX FROM 1 BY 1
               UNTIL B4964-SEG-IDX > B4964-FUND-SEG-CNT.
       4000-EXIT.
           EXIT.

      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
       4100-WRITE-CVG-SEG.
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO
               FROM B4964-CVG-SEG-SLOT (B4964-SEG-IDX).
           IF B4964-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-FEED-OUT-CNT.
       4100-EXIT.
           EXIT.

       4200-WRITE-FUND-SEG.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO
               FROM B4964-FUND-SEG-SLOT (B4964-SEG-IDX).
           IF B4964-FUNDOUT-STAT NOT = '00'
               MOVE 'WRITE FUNDOUT' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-FUND-OUT-CNT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - FINDINGS PER EDIT AND THE RUN TOTALS.   *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4964-RPT-REC.
           WRITE B4964-RPT-REC AFTER ADVANCING 1 LINE.
           PERFORM 6100-WRITE-EDIT-SUM THRU 6100-EXIT
               VARYING B4964-EX FROM 1 BY 1
               UNTIL B4964-EX > 6.
           MOVE SPACES TO B4964-RPT-REC.
           WRITE B4964-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4964-RPT-LINE.
           MOVE 'POLICIES EDITED                        :'
               TO B4964-RPT-TXT.
           MOVE B4964-POL-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'POLICIES RELEASED                      :'
               TO B4964-RPT-TXT.
           MOVE B4964-POL-PASS-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  OF WHICH RELEASED WITH WARNINGS      :'
               TO B4964-RPT-TXT.
           MOVE B4964-POL-WARN-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'POLICIES PULLED (HARD EDIT FAILURE)    :'
               TO B4964-RPT-TXT.
           MOVE B4964-POL-PULL-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'CCWL4928 EXCEPTION RECORDS WRITTEN     :'
               TO B4964-RPT-TXT.
           MOVE B4964-EXCP-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE 'WARNINGS LISTED                        :'
               TO B4964-RPT-TXT.
           MOVE B4964-WARN-CNT TO B4964-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-EDIT-SUM.
           MOVE SPACES TO B4964-RPT-SUM-LINE.
           MOVE B4964-EDIT-CD (B4964-EX)     TO B4964-SUM-EDIT-CD.
           MOVE B4964-EDIT-FLD-NM (B4964-EX) TO B4964-SUM-FLD-NM.
           MOVE B4964-EDIT-HARD-CNT (B4964-EX) TO B4964-SUM-HARD-CNT.
           MOVE B4964-EDIT-SOFT-CNT (B4964-EX) TO B4964-SUM-SOFT-CNT.
           WRITE B4964-RPT-REC FROM B4964-RPT-SUM-LINE
               AFTER ADVANCING 1 LINE.
           IF B4964-EDITRPT-STAT NOT = '00'
               MOVE 'WRITE EDITRPT' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-GET-SEVERITY - SEVERITY OF EDIT B4964-EX FOR THIS       *
      *  POLICY'S LETTER TYPE INTO B4964-SEV.                         *
      *****************************************************************
       7000-GET-SEVERITY.
           IF B4964-TYP-IX = 0
               IF B4964-EX = 4
                   MOVE 'H' TO B4964-SEV
               ELSE
                   MOVE SPACE TO B4964-SEV
               END-IF
           ELSE
               MOVE B4964-EDIT-SEV (B4964-EX, B4964-TYP-IX)
                   TO B4964-SEV.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-PARSE-AMOUNT - DISPLAY AMOUNT STRING TO B4964-AMT-N.    *
      *  BLANK IS ZERO; NOT NUMERIC SETS B4964-AMT-BAD (THE CALLER    *
      *  CLEARS THE SWITCH).                                          *
      *****************************************************************
       7100-PARSE-AMOUNT.
           IF B4964-AMT-X = SPACES
               MOVE ZERO TO B4964-AMT-N
               GO TO 7100-EXIT.
           IF FUNCTION TEST-NUMVAL (B4964-AMT-X) NOT = ZERO
               MOVE ZERO TO B4964-AMT-N
               SET B4964-AMT-BAD TO TRUE
               GO TO 7100-EXIT.
           COMPUTE B4964-AMT-N = FUNCTION NUMVAL (B4964-AMT-X).
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4964-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4964-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-FEED-IN-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4964-FUND-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4933-POL-ID
                   GO TO 8200-EXIT.
           IF B4964-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-FUND-IN-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8400-RAISE-EDIT - ONE FAILED EDIT AT SEVERITY B4964-SEV:     *
      *  HARD WRITES THE EXCEPTION AND CONDEMNS THE POLICY, SOFT      *
      *  MARKS IT WARNED.  BOTH GO ON THE REPORT.                     *
      *****************************************************************
       8400-RAISE-EDIT.
           MOVE SPACES                      TO B4964-RPT-DTL.
           IF B4964-SEV = 'H'
               ADD 1 TO B4964-EDIT-HARD-CNT (B4964-EX)
               PERFORM 8500-WRITE-EXCEPTION THRU 8500-EXIT
               MOVE 'HARD - PULLED'         TO B4964-DTL-SEV-TXT
           ELSE
               ADD 1 TO B4964-EDIT-SOFT-CNT (B4964-EX)
               ADD 1 TO B4964-WARN-CNT
               MOVE 'Y' TO B4964-POL-WARN-SW
               MOVE 'SOFT - WARNING'        TO B4964-DTL-SEV-TXT.
           MOVE B4964-CURR-POL-ID           TO B4964-DTL-POL-ID.
           MOVE B4964-POL-LETTER-TYP-CD     TO B4964-DTL-LETTER-TYP-CD.
           MOVE B4964-EDIT-CD (B4964-EX)    TO B4964-DTL-EDIT-CD.
           MOVE B4964-EXCP-SEG-SEQ          TO B4964-DTL-SEG-SEQ.
           MOVE B4964-EXCP-OCC-IDX          TO B4964-DTL-OCC-IDX.
           MOVE B4964-EXCP-FLD-NM           TO B4964-DTL-FLD-NM.
           MOVE B4964-EXCP-RSN-TXT          TO B4964-DTL-RSN-TXT.
           WRITE B4964-RPT-REC FROM B4964-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4964-EDITRPT-STAT NOT = '00'
               MOVE 'WRITE EDITRPT' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-EXCEPTION - ONE CCWL4928 RECORD, STATUS 'O', AND  *
      *  CONDEMN THE POLICY.                                          *
      *****************************************************************
       8500-WRITE-EXCEPTION.
           MOVE SPACES                   TO L4928-DATA-INFO.
           MOVE B4964-CURR-POL-ID        TO L4928-POL-ID.
           MOVE B4964-POL-LETTER-TYP-CD  TO L4928-LETTER-TYP-CD.
           MOVE '0001'                   TO L4928-REJECT-SEQ-NUM.
           MOVE B4964-RUN-DT             TO L4928-REJECT-DT.
           MOVE B4964-RUN-TM             TO L4928-REJECT-TM.
           MOVE B4964-EXCP-FLD-NM        TO L4928-FLD-NM.
           MOVE B4964-EXCP-SEG-SEQ       TO L4928-CVG-SEG-SEQ-NUM.
           MOVE B4964-EXCP-OCC-IDX       TO L4928-FLD-OCCURS-IDX.
           MOVE B4964-EDIT-CD (B4964-EX) TO L4928-REJECT-RSN-CD.
           MOVE B4964-EXCP-RSN-TXT       TO L4928-REJECT-RSN-TXT.
           MOVE 'O'                      TO L4928-REJECT-STAT-CD.
           WRITE B4964-EXCPLOG-REC FROM L4928-DATA-INFO.
           IF B4964-EXCPLOG-STAT NOT = '00'
               MOVE 'WRITE EXCPLOG' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4964-EXCP-CNT.
           MOVE 'N' TO B4964-POL-OK-SW.
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  8710-WRITE-SUM-LINE - ONE REPORT TOTAL LINE.                 *
      *****************************************************************
       8710-WRITE-SUM-LINE.
           WRITE B4964-RPT-REC FROM B4964-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4964-EDITRPT-STAT NOT = '00'
               MOVE 'WRITE EDITRPT' TO B4964-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE, MANIFEST, SET        *
      *  RETURN CODE.                                                 *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FEEDOUT FUNDIN FUNDOUT EXCPLOG EDITRPT.
           DISPLAY 'CCWB4964 POLICIES EDITED           : '
                   B4964-POL-CNT.
           DISPLAY 'CCWB4964 POLICIES RELEASED/WARNED  : '
                   B4964-POL-PASS-CNT ' / ' B4964-POL-WARN-CNT.
           DISPLAY 'CCWB4964 POLICIES PULLED           : '
                   B4964-POL-PULL-CNT.
           DISPLAY 'CCWB4964 CCWL4927 RECORDS IN/OUT   : '
                   B4964-FEED-IN-CNT ' / ' B4964-FEED-OUT-CNT.
           DISPLAY 'CCWB4964 CCWL4933 RECORDS IN/OUT   : '
                   B4964-FUND-IN-CNT ' / ' B4964-FUND-OUT-CNT.
           DISPLAY 'CCWB4964 EXCEPTION RECORDS WRITTEN : '
                   B4964-EXCP-CNT.
           DISPLAY 'CCWB4964 WARNINGS LISTED           : '
                   B4964-WARN-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE 'CCWB4944'          TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4964-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4964-FEED-OUT-CNT  TO L4958-OUT-CNT.
           MOVE B4964-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4964-FUND-OUT-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF B4964-POL-PULL-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O ERROR.                                *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4964 ABEND - ' B4964-ABEND-TXT
                   ' STATS: ' B4964-FEEDIN-STAT ' '
                   B4964-FEEDOUT-STAT ' ' B4964-FUNDIN-STAT ' '
                   B4964-FUNDOUT-STAT ' ' B4964-EXCPLOG-STAT ' '
                   B4964-EDITRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
