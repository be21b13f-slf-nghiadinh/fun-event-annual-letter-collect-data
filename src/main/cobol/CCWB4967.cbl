      *****************************************************************
      **  MEMBER :  CCWB4967                                         **
      **  REMARKS:  ANNUAL LETTER PRE-PRINT MAILING-ADDRESS CHECK    **
      **            AND ADDRESS HOLD STEP                            **
      **                                                             **
      **            RUNS AFTER THE VALUATION RECONCILIATION          **
      **            (CCWB4965) AND BEFORE THE ISSUANCE REGISTER      **
      **            CHECK (CCWB4971).  A BAD ADDRESS USED TO SURFACE **
      **            ONLY WHEN THE POST OFFICE SENT THE LETTER BACK   **
      **            (CCWB4954), AFTER PRINT AND POSTAGE WERE SPENT.  **
      **            THIS STEP EXAMINES THE CURRENT MAILING ADDRESS   **
      **            OF EVERY CHANNEL-'P' LETTER - THE L4927-OW-ADDR- **
      **            T OCCURRENCE FLAGGED L4927-OW-ADDR-CURR-MAIL-FLG **
      **            'Y' ON THE POLICY'S FIRST CCWL4927 SEGMENT - AND **
      **            HOLDS THE LETTER WHEN THE ADDRESS:               **
      **              A001  IS MISSING (NONE FLAGGED, OR BLANK)      **
      **              A002  IS NOT UNIQUE (MORE THAN ONE FLAGGED)    **
      **              A005  IS A P.O. BOX ONLY OR PLACEHOLDER TEXT   **
      **              A006  IS OVERSEAS WITH NO COUNTRY LINE         **
      **              A003  HAS NO PROVINCE / DISTRICT               **
      **              A004  HAS NO POSTAL CODE (LOCAL ADDRESSES)     **
      **            CHECKED IN THAT ORDER; THE FIRST FAILURE IS THE  **
      **            HOLD REASON.                                     **
      **                                                             **
      **            AN ADDRESS LINE CARRIES ITS PARTS SEPARATED BY   **
      **            COMMAS - STREET, DISTRICT, PROVINCE / CITY AND   **
      **            POSTAL CODE, WITH THE COUNTRY LAST ON AN         **
      **            OVERSEAS ADDRESS.  A PART WITH A LETTER IN IT    **
      **            IS A NAMED PART; AT LEAST THREE ARE NEEDED.  THE **
      **            POSTAL CODE IS A RUN OF FIVE OR SIX DIGITS IN    **
      **            ANY PART AFTER THE STREET.  THE COUNTRY LINE IS  **
      **            THE LAST NON-BLANK PART AND MUST BE A NAMED PART **
      **            WITH NO DIGITS.  THE STREET PART MAY NOT BE A    **
      **            P.O. BOX.                                        **
      **                                                             **
      **            A HELD LETTER'S CCWL4927 AND CCWL4933 SEGMENTS   **
      **            ARE NOT PASSED ON TO THE DOCID HAND-OFF; A       **
      **            CCWL4967 RECORD IS WRITTEN TO ADDRHLD FOR THE    **
      **            BALANCING STEP AND THE LETTER IS LISTED ON THE   **
      **            ADDRWRK WORKLIST FOR THE SERVICE TEAM, WITH THE  **
      **            PER-REASON COUNTS AT THE FOOT.  E-MAIL AND SMS   **
      **            LETTERS, AND FUND SEGMENTS WITH NO FEED POLICY,  **
      **            PASS THROUGH UNCHECKED.                          **
      **                                                             **
      **            FEEDIN/FUNDIN MUST BE SORTED BY POL-ID.  RETURN  **
      **            CODE 4 = ONE OR MORE LETTERS HELD; THE CLEAN     **
      **            FILES ARE STILL GOOD TO HAND OFF.                **
      **                                                             **
      **            MANIFEST (CCWB4957): RUNS AFTER CCWB4965 AND     **
      **            PROVES ITS INPUT COUNTS AGAINST IT.  CCWB4971    **
      **            PROVES AGAINST THIS STEP.                        **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04967**  15OCT2026 PHONGP PRE-PRINT MAILING-ADDRESS CHECK / HOLD    **
U04967**  15OCT2026 PHONGP NOW FOLLOWED BY CCWB4971, NOT CCWB4948    **
V04967**  15OCT2026 PHONGP FEED SLOT RESIZED FOR CCWL4927 LANG-INFO   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4967.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN    ASSIGN TO FEEDIN
               FILE STATUS IS B4967-FEEDIN-STAT.
           SELECT FEEDOUT   ASSIGN TO FEEDOUT
               FILE STATUS IS B4967-FEEDOUT-STAT.
           SELECT FUNDIN    ASSIGN TO FUNDIN
               FILE STATUS IS B4967-FUNDIN-STAT.
           SELECT FUNDOUT   ASSIGN TO FUNDOUT
               FILE STATUS IS B4967-FUNDOUT-STAT.
           SELECT ADDRHLD   ASSIGN TO ADDRHLD
               FILE STATUS IS B4967-ADDRHLD-STAT.
           SELECT ADDRWRK   ASSIGN TO ADDRWRK
               FILE STATUS IS B4967-ADDRWRK-STAT.
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
       FD  ADDRHLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
           COPY CCWL4967.
       FD  ADDRWRK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  B4967-RPT-REC                               PIC X(132).
       WORKING-STORAGE SECTION.
       77  B4967-FEEDIN-STAT                           PIC X(002).
       77  B4967-FEEDOUT-STAT                          PIC X(002).
       77  B4967-FUNDIN-STAT                           PIC X(002).
       77  B4967-FUNDOUT-STAT                          PIC X(002).
       77  B4967-ADDRHLD-STAT                          PIC X(002).
       77  B4967-ADDRWRK-STAT                          PIC X(002).
       77  B4967-POL-CNT                               PIC S9(007) COMP.
       77  B4967-PRINT-CNT                             PIC S9(007) COMP.
       77  B4967-OTHER-CHNL-CNT                        PIC S9(007) COMP.
       77  B4967-POL-PASS-CNT                          PIC S9(007) COMP.
       77  B4967-POL-HELD-CNT                          PIC S9(007) COMP.
       77  B4967-FEED-IN-CNT                           PIC S9(007) COMP.
       77  B4967-FEED-OUT-CNT                          PIC S9(007) COMP.
       77  B4967-FUND-IN-CNT                           PIC S9(007) COMP.
       77  B4967-FUND-OUT-CNT                          PIC S9(007) COMP.
       77  B4967-HOLD-OUT-CNT                          PIC S9(007) COMP.
       77  B4967-CVG-SEG-CNT                           PIC S9(003) COMP.
       77  B4967-FUND-SEG-CNT                          PIC S9(003) COMP.
       77  B4967-SEG-IDX                               PIC S9(003) COMP.
       77  B4967-ADDR-IDX                              PIC S9(004) COMP.
       77  B4967-CURR-ADDR-CNT                         PIC S9(004) COMP.
       77  B4967-CURR-ADDR-IDX                         PIC S9(004) COMP.
       77  B4967-PART-CNT                              PIC S9(004) COMP.
       77  B4967-PX                                    PIC S9(004) COMP.
       77  B4967-CX                                    PIC S9(004) COMP.
       77  B4967-RX                                    PIC S9(004) COMP.
       77  B4967-NAMED-CNT                             PIC S9(004) COMP.
       77  B4967-LAST-PX                               PIC S9(004) COMP.
       77  B4967-LEAD-CNT                              PIC S9(004) COMP.
       77  B4967-TALLY                                 PIC S9(004) COMP.
       77  B4967-ABEND-TXT                             PIC X(020).

       01  B4967-SWITCHES.
           05  B4967-FEED-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4967-FEED-EOF                      VALUE 'Y'.
           05  B4967-FUND-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4967-FUND-EOF                      VALUE 'Y'.
           05  B4967-PRINT-CHNL-SW                     PIC X(001)
                                                       VALUE 'N'.
               88  B4967-PRINT-CHNL                    VALUE 'Y'.
           05  B4967-POL-HOLD-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4967-POL-HELD                      VALUE 'Y'.
           05  B4967-POSTAL-SW                         PIC X(001)
                                                       VALUE 'N'.
               88  B4967-POSTAL-FOUND                  VALUE 'Y'.

       01  B4967-CNT-PRED-NM                           PIC X(012).
       01  B4967-RUN-ID                                PIC X(010).
       01  B4967-RUN-DT                                PIC X(010).
       01  B4967-SYS-DATE                              PIC 9(008).
       01  B4967-SYS-DATE-R REDEFINES B4967-SYS-DATE.
           05  B4967-SYS-YYYY                          PIC X(004).
           05  B4967-SYS-MM                            PIC X(002).
           05  B4967-SYS-DD                            PIC X(002).

      *****************************************************************
      *  CURRENT POLICY - TAKEN FROM ITS FIRST CCWL4927 SEGMENT,      *
      *  WITH THE ADDRESS FINDING.                                    *
      *****************************************************************
       01  B4967-POL-INFO.
           05  B4967-CURR-POL-ID                       PIC X(010).
           05  B4967-POL-ANNV-DT                       PIC X(010).
           05  B4967-POL-LETTER-TYP-CD                 PIC X(002).
           05  B4967-POL-OW-CLI-ID                     PIC X(010).
           05  B4967-POL-AG-ID                         PIC X(006).
           05  B4967-POL-OW-NM                         PIC X(100).
           05  B4967-POL-RSN-CD                        PIC X(004).
           05  B4967-POL-RSN-IDX                       PIC S9(004) COMP.
           05  B4967-POL-ADDR-TYP-CD                   PIC X(001).
           05  B4967-POL-ADDR-LN                       PIC X(128).

      *****************************************************************
      *  ADDRESS WORK AREAS.  B4967-UPR-LN IS THE CURRENT ADDRESS IN  *
      *  UPPER CASE; B4967-WORD-LN THE SAME WITH THE COMMAS BLANKED   *
      *  AND A SPACE EACH SIDE, SO PLACEHOLDERS MATCH AS WHOLE WORDS. *
      *  B4967-PART HOLDS THE COMMA-SEPARATED PARTS.                  *
      *****************************************************************
       01  B4967-UPR-LN                                PIC X(128).
       01  B4967-WORD-LN                               PIC X(130).
       01  B4967-STREET-PART                           PIC X(128).
       01  B4967-PART-TABLE.
           05  B4967-PART            OCCURS 8 TIMES    PIC X(128).
       01  B4967-PART-CHR                              PIC X(001).
       01  B4967-PART-STATS.
           05  B4967-PART-LTR-CNT                      PIC S9(004) COMP.
           05  B4967-PART-DGT-CNT                      PIC S9(004) COMP.
           05  B4967-PART-RUN                          PIC S9(004) COMP.
           05  B4967-LAST-LTR-CNT                      PIC S9(004) COMP.
           05  B4967-LAST-DGT-CNT                      PIC S9(004) COMP.
       01  B4967-LOWER-CASE                            PIC X(026)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  B4967-UPPER-CASE                            PIC X(026)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *****************************************************************
      *  HOLD REASONS A001-A006, WITH THE WORKLIST REMARK AND THE     *
      *  RUN COUNT FOR EACH.                                          *
      *****************************************************************
       01  B4967-RSN-VALUES.
           05  FILLER                                  PIC X(044)
               VALUE 'A001NO CURRENTNO CURRENT MAILING ADDRESS    '.
           05  FILLER                                  PIC X(044)
               VALUE 'A002MULTI CURRMORE THAN ONE CURRENT ADDRESS '.
           05  FILLER                                  PIC X(044)
               VALUE 'A003NO PROVDSTPROVINCE / DISTRICT MISSING   '.
           05  FILLER                                  PIC X(044)
               VALUE 'A004NO POSTAL POSTAL CODE MISSING           '.
           05  FILLER                                  PIC X(044)
               VALUE 'A005POBOX/PHLDP.O. BOX ONLY OR PLACEHOLDER  '.
           05  FILLER                                  PIC X(044)
               VALUE 'A006NO COUNTRYOVERSEAS - NO COUNTRY LINE    '.
       01  B4967-RSN-TABLE REDEFINES B4967-RSN-VALUES.
           05  B4967-RSN-ENT         OCCURS 6 TIMES.
               10  B4967-RSN-CD                        PIC X(004).
               10  B4967-RSN-REMARK                    PIC X(010).
               10  B4967-RSN-DESC                      PIC X(030).
       01  B4967-RSN-COUNTS.
           05  B4967-RSN-CNT         OCCURS 6 TIMES    PIC S9(007) COMP.

      *****************************************************************
      *  PER-POLICY SEGMENT BUFFERS, AS IN CCWB4944.  THE SLOT SIZES  *
      *  ARE THE MAXIMUM CCWL4927/CCWL4933 RECORD LENGTHS - RESIZE    *
      *  THEM WHENEVER THOSE COPYBOOKS GROW.                          *
      *****************************************************************
       01  B4967-CVG-SEG-BUFFER.
           05  B4967-CVG-SEG-SLOT    OCCURS 99 TIMES  PIC X(24493).
       01  B4967-FUND-SEG-BUFFER.
           05  B4967-FUND-SEG-SLOT   OCCURS 99 TIMES  PIC X(2445).

       01  B4967-RPT-HDG-1.
           05  FILLER                                  PIC X(034)
               VALUE 'CCWB4967  ADDRESS HOLD WORKLIST - '.
           05  FILLER                                  PIC X(022)
               VALUE 'PRE-PRINT CHECK       '.
           05  FILLER                                  PIC X(009)
               VALUE 'RUN DATE '.
           05  B4967-HDG-RUN-DT                        PIC X(010).
           05  FILLER                                  PIC X(009)
               VALUE '  RUN ID '.
           05  B4967-HDG-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(038)
               VALUE SPACES.
       01  B4967-RPT-HDG-2.
           05  FILLER                                  PIC X(011)
               VALUE 'POL-ID     '.
           05  FILLER                                  PIC X(003)
               VALUE 'LT '.
           05  FILLER                                  PIC X(005)
               VALUE 'RSN  '.
           05  FILLER                                  PIC X(007)
               VALUE 'AGENT  '.
           05  FILLER                                  PIC X(031)
               VALUE 'OWNER'.
           05  FILLER                                  PIC X(065)
               VALUE 'CURRENT MAILING ADDRESS'.
           05  FILLER                                  PIC X(010)
               VALUE 'REMARK'.
       01  B4967-RPT-DTL.
           05  B4967-DTL-POL-ID                        PIC X(010).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-LETTER-TYP-CD                 PIC X(002).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-RSN-CD                        PIC X(004).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-AG-ID                         PIC X(006).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-OW-NM                         PIC X(030).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-ADDR-LN                       PIC X(064).
           05  FILLER                                  PIC X(001).
           05  B4967-DTL-REMARK                        PIC X(010).
       01  B4967-RPT-LINE.
           05  B4967-RPT-TXT                           PIC X(046).
           05  B4967-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                                  PIC X(075).

           COPY CCWL4958.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - ONE POLICY AT A TIME ACROSS THE FEED AND     *
      *  FUND FILES, THEN THE WORKLIST TOTALS.                        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
               UNTIL B4967-FEED-EOF AND B4967-FUND-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-INITIALIZE - MANIFEST, OPEN, REPORT HEADINGS, PRIME.    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE 'CCWB4967' TO L4958-STEP-NM.
           MOVE 'S'        TO L4958-FUNC-CD.
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-RUN-ID TO B4967-RUN-ID.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4965' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'CCWB4965' TO B4967-CNT-PRED-NM.
           MOVE ZERO TO B4967-POL-CNT
                        B4967-PRINT-CNT
                        B4967-OTHER-CHNL-CNT
                        B4967-POL-PASS-CNT
                        B4967-POL-HELD-CNT
                        B4967-FEED-IN-CNT
                        B4967-FEED-OUT-CNT
                        B4967-FUND-IN-CNT
                        B4967-FUND-OUT-CNT
                        B4967-HOLD-OUT-CNT.
           PERFORM 1100-CLEAR-RSN-CNT THRU 1100-EXIT
               VARYING B4967-RX FROM 1 BY 1
               UNTIL B4967-RX > 6.
           OPEN INPUT  FEEDIN FUNDIN.
           IF B4967-FEEDIN-STAT NOT = '00'
           OR B4967-FUNDIN-STAT NOT = '00'
               MOVE 'OPEN INPUTS' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FEEDOUT FUNDOUT ADDRHLD ADDRWRK.
           IF B4967-FEEDOUT-STAT NOT = '00'
           OR B4967-FUNDOUT-STAT NOT = '00'
           OR B4967-ADDRHLD-STAT NOT = '00'
           OR B4967-ADDRWRK-STAT NOT = '00'
               MOVE 'OPEN OUTPUTS' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ACCEPT B4967-SYS-DATE FROM DATE YYYYMMDD.
           STRING B4967-SYS-YYYY '-' B4967-SYS-MM '-' B4967-SYS-DD
               DELIMITED BY SIZE INTO B4967-RUN-DT.
           MOVE B4967-RUN-DT TO B4967-HDG-RUN-DT.
           MOVE B4967-RUN-ID TO B4967-HDG-RUN-ID.
           WRITE B4967-RPT-REC FROM B4967-RPT-HDG-1
               AFTER ADVANCING 1 LINE.
           WRITE B4967-RPT-REC FROM B4967-RPT-HDG-2
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

       1100-CLEAR-RSN-CNT.
           MOVE ZERO TO B4967-RSN-CNT (B4967-RX).
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - BUFFER THE POLICY'S SEGMENTS, CHECK    *
      *  THE ADDRESS OFF THE FIRST ONE, THEN PASS OR HOLD.            *
      *****************************************************************
       2000-PROCESS-POLICY.
           IF L4927-POL-ID < L4933-POL-ID
               MOVE L4927-POL-ID TO B4967-CURR-POL-ID
           ELSE
               MOVE L4933-POL-ID TO B4967-CURR-POL-ID.
           MOVE 'N' TO B4967-POL-HOLD-SW
                       B4967-PRINT-CHNL-SW.
           MOVE ZERO TO B4967-CVG-SEG-CNT
                        B4967-FUND-SEG-CNT
                        B4967-POL-RSN-IDX.
           MOVE SPACES TO B4967-POL-ANNV-DT
                          B4967-POL-LETTER-TYP-CD
                          B4967-POL-OW-CLI-ID
                          B4967-POL-AG-ID
                          B4967-POL-OW-NM
                          B4967-POL-RSN-CD
                          B4967-POL-ADDR-TYP-CD
                          B4967-POL-ADDR-LN.
           PERFORM 2100-GATHER-CVG-SEG THRU 2100-EXIT
               UNTIL B4967-FEED-EOF
                  OR L4927-POL-ID NOT = B4967-CURR-POL-ID.
           PERFORM 2200-GATHER-FUND-SEG THRU 2200-EXIT
               UNTIL B4967-FUND-EOF
                  OR L4933-POL-ID NOT = B4967-CURR-POL-ID.
           IF B4967-POL-HELD
               PERFORM 4300-HOLD-POLICY THRU 4300-EXIT
           ELSE
               PERFORM 4200-RELEASE-POLICY THRU 4200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-GATHER-CVG-SEG - BUFFER ONE CCWL4927 SEGMENT.  THE      *
      *  FIRST DECIDES THE CHANNEL AND CARRIES THE ADDRESS; A BLANK   *
      *  OR UNKNOWN DELIVERY PREFERENCE IS PRINT, AS IN CCWB4951.     *
      *****************************************************************
       2100-GATHER-CVG-SEG.
           IF B4967-CVG-SEG-CNT = 99
               MOVE 'CVG CHAIN OVER 99' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-CVG-SEG-CNT.
           MOVE L4927-DATA-INFO
               TO B4967-CVG-SEG-SLOT (B4967-CVG-SEG-CNT).
           IF B4967-CVG-SEG-CNT = 1
               ADD 1 TO B4967-POL-CNT
               MOVE L4927-POL-ANNV-DT     TO B4967-POL-ANNV-DT
               MOVE L4927-LETTER-TYP-CD   TO B4967-POL-LETTER-TYP-CD
               MOVE L4927-OW-CLI-ID       TO B4967-POL-OW-CLI-ID
               MOVE L4927-AG-ID           TO B4967-POL-AG-ID
               MOVE L4927-OW-NM           TO B4967-POL-OW-NM
               IF L4927-OW-DELIVERY-PREF-CD = 'E'
               OR L4927-OW-DELIVERY-PREF-CD = 'S'
                   ADD 1 TO B4967-OTHER-CHNL-CNT
               ELSE
                   SET B4967-PRINT-CHNL TO TRUE
                   ADD 1 TO B4967-PRINT-CNT
                   PERFORM 3000-CHECK-ADDRESS THRU 3000-EXIT
               END-IF.
           PERFORM 8100-READ-FEED THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GATHER-FUND-SEG - BUFFER ONE CCWL4933 SEGMENT.          *
      *****************************************************************
       2200-GATHER-FUND-SEG.
           IF B4967-FUND-SEG-CNT = 99
               MOVE 'FUND CHAIN OVER 99' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-FUND-SEG-CNT.
           MOVE L4933-DATA-INFO
               TO B4967-FUND-SEG-SLOT (B4967-FUND-SEG-CNT).
           PERFORM 8200-READ-FUND THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-ADDRESS - THE ADDRESS CHECKS, IN HOLD-REASON      *
      *  PRECEDENCE ORDER, AGAINST THE FIRST SEGMENT STILL IN THE     *
      *  CCWL4927 RECORD AREA.  A FAILURE SETS B4967-POL-RSN-IDX AND  *
      *  LEAVES.                                                      *
      *****************************************************************
       3000-CHECK-ADDRESS.
           MOVE ZERO TO B4967-CURR-ADDR-CNT
                        B4967-CURR-ADDR-IDX.
           IF L4927-OW-ADDR-CNT NUMERIC
           AND L4927-OW-ADDR-CNT > ZERO
               PERFORM 3010-COUNT-CURRENT THRU 3010-EXIT
                   VARYING B4967-ADDR-IDX FROM 1 BY 1
                   UNTIL B4967-ADDR-IDX > L4927-OW-ADDR-CNT.
           IF B4967-CURR-ADDR-CNT = ZERO
               MOVE 1 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           MOVE L4927-OW-ADDR-TYP-CD (B4967-CURR-ADDR-IDX)
               TO B4967-POL-ADDR-TYP-CD.
           MOVE L4927-OW-ADDR-LN (B4967-CURR-ADDR-IDX)
               TO B4967-POL-ADDR-LN.
           IF B4967-CURR-ADDR-CNT > 1
               MOVE 2 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           IF B4967-POL-ADDR-LN = SPACES
               MOVE 1 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           PERFORM 3100-SPLIT-ADDRESS THRU 3100-EXIT.
           PERFORM 3300-CHECK-PLACEHOLDER THRU 3300-EXIT.
           IF B4967-POL-RSN-IDX > ZERO
               GO TO 3000-HOLD.
           IF B4967-POL-ADDR-TYP-CD = 'O'
           AND (B4967-NAMED-CNT < 2
                OR B4967-LAST-PX < 2
                OR B4967-LAST-LTR-CNT = ZERO
                OR B4967-LAST-DGT-CNT > ZERO)
               MOVE 6 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           IF B4967-NAMED-CNT < 3
               MOVE 3 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           IF B4967-POL-ADDR-TYP-CD NOT = 'O'
           AND NOT B4967-POSTAL-FOUND
               MOVE 4 TO B4967-POL-RSN-IDX
               GO TO 3000-HOLD.
           GO TO 3000-EXIT.
       3000-HOLD.
           SET B4967-POL-HELD TO TRUE.
           MOVE B4967-RSN-CD (B4967-POL-RSN-IDX) TO B4967-POL-RSN-CD.
       3000-EXIT.
           EXIT.

       3010-COUNT-CURRENT.
           IF L4927-OW-ADDR-CURR-MAIL-FLG (B4967-ADDR-IDX) = 'Y'
               ADD 1 TO B4967-CURR-ADDR-CNT
               IF B4967-CURR-ADDR-IDX = ZERO
                   MOVE B4967-ADDR-IDX TO B4967-CURR-ADDR-IDX
               END-IF.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3100-SPLIT-ADDRESS - UPPER-CASE THE LINE, CUT IT INTO ITS    *
      *  COMMA-SEPARATED PARTS AND PROFILE EACH PART: HOW MANY ARE    *
      *  NAMED, WHETHER A POSTAL CODE FOLLOWS THE STREET, AND WHAT    *
      *  THE LAST NON-BLANK PART HOLDS.                               *
      *****************************************************************
       3100-SPLIT-ADDRESS.
           MOVE B4967-POL-ADDR-LN TO B4967-UPR-LN.
           INSPECT B4967-UPR-LN
               CONVERTING B4967-LOWER-CASE TO B4967-UPPER-CASE.
           MOVE SPACES TO B4967-WORD-LN.
           MOVE B4967-UPR-LN TO B4967-WORD-LN (2:128).
           INSPECT B4967-WORD-LN REPLACING ALL ',' BY SPACE.
           MOVE SPACES TO B4967-PART-TABLE.
           MOVE ZERO   TO B4967-PART-CNT.
           UNSTRING B4967-UPR-LN DELIMITED BY ','
               INTO B4967-PART (1) B4967-PART (2) B4967-PART (3)
                    B4967-PART (4) B4967-PART (5) B4967-PART (6)
                    B4967-PART (7) B4967-PART (8)
               TALLYING IN B4967-PART-CNT.
           MOVE ZERO TO B4967-NAMED-CNT
                        B4967-LAST-PX
                        B4967-LAST-LTR-CNT
                        B4967-LAST-DGT-CNT.
           MOVE 'N' TO B4967-POSTAL-SW.
           PERFORM 3110-PROFILE-PART THRU 3110-EXIT
               VARYING B4967-PX FROM 1 BY 1
               UNTIL B4967-PX > B4967-PART-CNT.
       3100-EXIT.
           EXIT.

       3110-PROFILE-PART.
           IF B4967-PART (B4967-PX) = SPACES
               GO TO 3110-EXIT.
           MOVE ZERO TO B4967-PART-LTR-CNT
                        B4967-PART-DGT-CNT
                        B4967-PART-RUN.
           PERFORM 3120-PROFILE-CHAR THRU 3120-EXIT
               VARYING B4967-CX FROM 1 BY 1
               UNTIL B4967-CX > 128.
           PERFORM 3130-END-DIGIT-RUN THRU 3130-EXIT.
           IF B4967-PART-LTR-CNT > ZERO
               ADD 1 TO B4967-NAMED-CNT.
           MOVE B4967-PX            TO B4967-LAST-PX.
           MOVE B4967-PART-LTR-CNT  TO B4967-LAST-LTR-CNT.
           MOVE B4967-PART-DGT-CNT  TO B4967-LAST-DGT-CNT.
       3110-EXIT.
           EXIT.

       3120-PROFILE-CHAR.
           MOVE B4967-PART (B4967-PX) (B4967-CX:1) TO B4967-PART-CHR.
           IF B4967-PART-CHR NUMERIC
               ADD 1 TO B4967-PART-DGT-CNT
               ADD 1 TO B4967-PART-RUN
               GO TO 3120-EXIT.
           PERFORM 3130-END-DIGIT-RUN THRU 3130-EXIT.
           IF B4967-PART-CHR ALPHABETIC-UPPER
           AND B4967-PART-CHR NOT = SPACE
               ADD 1 TO B4967-PART-LTR-CNT.
       3120-EXIT.
           EXIT.

      *    A RUN OF FIVE OR SIX DIGITS OUTSIDE THE STREET PART IS THE
      *    POSTAL CODE; LONGER RUNS ARE PHONE OR ACCOUNT NUMBERS.
       3130-END-DIGIT-RUN.
           IF B4967-PX > 1
           AND (B4967-PART-RUN = 5 OR B4967-PART-RUN = 6)
               SET B4967-POSTAL-FOUND TO TRUE.
           MOVE ZERO TO B4967-PART-RUN.
       3130-EXIT.
           EXIT.

      *****************************************************************
      *  3300-CHECK-PLACEHOLDER - PLACEHOLDER WORDS ANYWHERE IN THE   *
      *  LINE, OR A STREET PART THAT IS ONLY A P.O. BOX.              *
      *****************************************************************
       3300-CHECK-PLACEHOLDER.
           MOVE ZERO TO B4967-TALLY.
           INSPECT B4967-WORD-LN TALLYING B4967-TALLY
               FOR ALL ' UNKNOWN '    ' NOT KNOWN '  ' N/A '
                       ' NA '         ' TBA '        ' TBC '
                       ' NIL '        ' NONE '       ' XXX'
                       ' DUMMY '      ' NO ADDRESS ' ' ???'.
           IF B4967-TALLY > ZERO
               MOVE 5 TO B4967-POL-RSN-IDX
               GO TO 3300-EXIT.
           IF B4967-PART (1) = SPACES
               GO TO 3300-EXIT.
           MOVE ZERO TO B4967-LEAD-CNT.
           INSPECT B4967-PART (1) TALLYING B4967-LEAD-CNT
               FOR LEADING SPACES.
           MOVE B4967-PART (1) (B4967-LEAD-CNT + 1:)
               TO B4967-STREET-PART.
           IF B4967-STREET-PART (1:6)  = 'PO BOX'
           OR B4967-STREET-PART (1:7)  = 'P O BOX'
           OR B4967-STREET-PART (1:7)  = 'P.O.BOX'
           OR B4967-STREET-PART (1:8)  = 'P.O. BOX'
           OR B4967-STREET-PART (1:4)  = 'POB '
           OR B4967-STREET-PART (1:15) = 'POST OFFICE BOX'
               MOVE 5 TO B4967-POL-RSN-IDX.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  4200-RELEASE-POLICY - COPY EVERY BUFFERED SEGMENT TO THE     *
      *  CLEAN FILES.                                                 *
      *****************************************************************
       4200-RELEASE-POLICY.
           IF B4967-PRINT-CHNL
               ADD 1 TO B4967-POL-PASS-CNT.
           PERFORM 4210-WRITE-CVG-SEG THRU 4210-EXIT
               VARYING B4967-SEG-IDX FROM 1 BY 1
               UNTIL B4967-SEG-IDX > B4967-CVG-SEG-CNT.
           PERFORM 4220-WRITE-FUND-SEG THRU 4220-EXIT
               VARYING B4967-SEG-IDX FROM 1 BY 1
               UNTIL B4967-SEG-IDX > B4967-FUND-SEG-CNT.
       4200-EXIT.
           EXIT.

      *    PRESET THE RECEIVING ODO COUNT TO ITS MAXIMUM SO THE GROUP
      *    MOVE COPIES THE FULL RECORD AREA (A FRESH OUTPUT RECORD'S
      *    COUNT IS UNDEFINED AND WOULD TRUNCATE THE FIRST MOVE).
       4210-WRITE-CVG-SEG.
           MOVE 15 TO M4927-OW-ADDR-CNT.
           WRITE M4927-DATA-INFO
               FROM B4967-CVG-SEG-SLOT (B4967-SEG-IDX).
           IF B4967-FEEDOUT-STAT NOT = '00'
               MOVE 'WRITE FEEDOUT' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-FEED-OUT-CNT.
       4210-EXIT.
           EXIT.

       4220-WRITE-FUND-SEG.
           MOVE 30 TO M4933-ILP-FUND-CNT.
           WRITE M4933-DATA-INFO
               FROM B4967-FUND-SEG-SLOT (B4967-SEG-IDX).
           IF B4967-FUNDOUT-STAT NOT = '00'
               MOVE 'WRITE FUNDOUT' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-FUND-OUT-CNT.
       4220-EXIT.
           EXIT.

      *****************************************************************
      *  4300-HOLD-POLICY - THE LETTER IS NOT PASSED ON.  ONE         *
      *  CCWL4967 RECORD AND ONE WORKLIST ENTRY (THE ADDRESS RUNS     *
      *  ONTO A SECOND LINE WHEN IT IS LONGER THAN THE COLUMN).       *
      *****************************************************************
       4300-HOLD-POLICY.
           ADD 1 TO B4967-POL-HELD-CNT.
           ADD 1 TO B4967-RSN-CNT (B4967-POL-RSN-IDX).
           MOVE SPACES                  TO L4967-DATA-INFO.
           MOVE B4967-CURR-POL-ID       TO L4967-POL-ID.
           MOVE B4967-POL-ANNV-DT       TO L4967-POL-ANNV-DT.
           MOVE B4967-POL-LETTER-TYP-CD TO L4967-LETTER-TYP-CD.
           MOVE B4967-POL-OW-CLI-ID     TO L4967-OW-CLI-ID.
           MOVE B4967-POL-AG-ID         TO L4967-AG-ID.
           MOVE B4967-RUN-ID            TO L4967-HOLD-RUN-ID.
           MOVE B4967-RUN-DT            TO L4967-HOLD-DT.
           MOVE B4967-POL-RSN-CD        TO L4967-HOLD-RSN-CD.
           IF B4967-CURR-ADDR-CNT > 99
               MOVE 99                  TO L4967-CURR-ADDR-CNT
           ELSE
               MOVE B4967-CURR-ADDR-CNT TO L4967-CURR-ADDR-CNT.
           MOVE B4967-POL-ADDR-TYP-CD   TO L4967-ADDR-TYP-CD.
           MOVE B4967-POL-ADDR-LN       TO L4967-ADDR-LN.
           WRITE L4967-DATA-INFO.
           IF B4967-ADDRHLD-STAT NOT = '00'
               MOVE 'WRITE ADDRHLD' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-HOLD-OUT-CNT.
           MOVE SPACES                  TO B4967-RPT-DTL.
           MOVE B4967-CURR-POL-ID       TO B4967-DTL-POL-ID.
           MOVE B4967-POL-LETTER-TYP-CD TO B4967-DTL-LETTER-TYP-CD.
           MOVE B4967-POL-RSN-CD        TO B4967-DTL-RSN-CD.
           MOVE B4967-POL-AG-ID         TO B4967-DTL-AG-ID.
           MOVE B4967-POL-OW-NM         TO B4967-DTL-OW-NM.
           MOVE B4967-POL-ADDR-LN (1:64) TO B4967-DTL-ADDR-LN.
           MOVE B4967-RSN-REMARK (B4967-POL-RSN-IDX)
               TO B4967-DTL-REMARK.
           PERFORM 8700-WRITE-DETAIL THRU 8700-EXIT.
           IF B4967-POL-ADDR-LN (65:64) NOT = SPACES
               MOVE SPACES TO B4967-RPT-DTL
               MOVE B4967-POL-ADDR-LN (65:64) TO B4967-DTL-ADDR-LN
               PERFORM 8700-WRITE-DETAIL THRU 8700-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  6000-WRITE-SUMMARY - RUN TOTALS AND PER-REASON COUNTS AT THE *
      *  FOOT OF THE WORKLIST.                                        *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO B4967-RPT-REC.
           WRITE B4967-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO B4967-RPT-LINE.
           MOVE 'POLICIES IN THE FEED                         :'
               TO B4967-RPT-TXT.
           MOVE B4967-POL-CNT TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  E-MAIL / SMS - NOT CHECKED                 :'
               TO B4967-RPT-TXT.
           MOVE B4967-OTHER-CHNL-CNT TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '  PRINT LETTERS CHECKED                      :'
               TO B4967-RPT-TXT.
           MOVE B4967-PRINT-CNT TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    ADDRESS ACCEPTED                         :'
               TO B4967-RPT-TXT.
           MOVE B4967-POL-PASS-CNT TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           MOVE '    HELD FOR ADDRESS                         :'
               TO B4967-RPT-TXT.
           MOVE B4967-POL-HELD-CNT TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
           PERFORM 6100-WRITE-RSN-LINE THRU 6100-EXIT
               VARYING B4967-RX FROM 1 BY 1
               UNTIL B4967-RX > 6.
       6000-EXIT.
           EXIT.

       6100-WRITE-RSN-LINE.
           MOVE SPACES TO B4967-RPT-TXT.
           STRING '      ' B4967-RSN-CD (B4967-RX) ' '
                  B4967-RSN-DESC (B4967-RX)
               DELIMITED BY SIZE INTO B4967-RPT-TXT.
           MOVE ':' TO B4967-RPT-TXT (46:1).
           MOVE B4967-RSN-CNT (B4967-RX) TO B4967-RPT-CNT.
           PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  8100-READ-FEED - NEXT CCWL4927 RECORD OR EOF.                *
      *****************************************************************
       8100-READ-FEED.
           READ FEEDIN
               AT END
                   SET B4967-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4927-POL-ID
                   GO TO 8100-EXIT.
           IF B4967-FEEDIN-STAT NOT = '00'
               MOVE 'READ FEEDIN' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-FEED-IN-CNT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-READ-FUND - NEXT CCWL4933 RECORD OR EOF.                *
      *****************************************************************
       8200-READ-FUND.
           READ FUNDIN
               AT END
                   SET B4967-FUND-EOF TO TRUE
                   MOVE HIGH-VALUES TO L4933-POL-ID
                   GO TO 8200-EXIT.
           IF B4967-FUNDIN-STAT NOT = '00'
               MOVE 'READ FUNDIN' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4967-FUND-IN-CNT.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8700/8710 - WORKLIST DETAIL AND TOTAL LINES.                 *
      *****************************************************************
       8700-WRITE-DETAIL.
           WRITE B4967-RPT-REC FROM B4967-RPT-DTL
               AFTER ADVANCING 1 LINE.
           IF B4967-ADDRWRK-STAT NOT = '00'
               MOVE 'WRITE ADDRWRK' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8700-EXIT.
           EXIT.

       8710-WRITE-SUM-LINE.
           WRITE B4967-RPT-REC FROM B4967-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF B4967-ADDRWRK-STAT NOT = '00'
               MOVE 'WRITE ADDRWRK' TO B4967-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9000-TERMINATE - CONTROL COUNTS, CLOSE, MANIFEST, SET        *
      *  RETURN CODE.                                                 *
      *****************************************************************
       9000-TERMINATE.
           CLOSE FEEDIN FEEDOUT FUNDIN FUNDOUT ADDRHLD ADDRWRK.
           DISPLAY 'CCWB4967 POLICIES / PRINT CHECKED  : '
                   B4967-POL-CNT ' / ' B4967-PRINT-CNT.
           DISPLAY 'CCWB4967 ADDRESS ACCEPTED / HELD   : '
                   B4967-POL-PASS-CNT ' / ' B4967-POL-HELD-CNT.
           DISPLAY 'CCWB4967 HELD A001/A002/A003       : '
                   B4967-RSN-CNT (1) ' / ' B4967-RSN-CNT (2)
                   ' / ' B4967-RSN-CNT (3).
           DISPLAY 'CCWB4967 HELD A004/A005/A006       : '
                   B4967-RSN-CNT (4) ' / ' B4967-RSN-CNT (5)
                   ' / ' B4967-RSN-CNT (6).
           DISPLAY 'CCWB4967 CCWL4927 RECORDS IN/OUT   : '
                   B4967-FEED-IN-CNT ' / ' B4967-FEED-OUT-CNT.
           DISPLAY 'CCWB4967 CCWL4933 RECORDS IN/OUT   : '
                   B4967-FUND-IN-CNT ' / ' B4967-FUND-OUT-CNT.
           DISPLAY 'CCWB4967 CCWL4967 RECORDS WRITTEN  : '
                   B4967-HOLD-OUT-CNT.
           MOVE 'W'                 TO L4958-FUNC-CD.
           MOVE B4967-CNT-PRED-NM   TO L4958-PRED-STEP-NM.
           MOVE 'YY'                TO L4958-CHK-CNT-IND.
           MOVE B4967-FEED-IN-CNT   TO L4958-IN-CNT.
           MOVE B4967-FEED-OUT-CNT  TO L4958-OUT-CNT.
           MOVE B4967-FUND-IN-CNT   TO L4958-IN-CNT-2.
           MOVE B4967-FUND-OUT-CNT  TO L4958-OUT-CNT-2.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           IF B4967-POL-HELD-CNT > 0
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND - FATAL I/O OR CONTROL ERROR.                     *
      *****************************************************************
       9999-ABEND.
           DISPLAY 'CCWB4967 ABEND - ' B4967-ABEND-TXT
                   ' STATS: ' B4967-FEEDIN-STAT ' '
                   B4967-FEEDOUT-STAT ' ' B4967-FUNDIN-STAT ' '
                   B4967-FUNDOUT-STAT ' ' B4967-ADDRHLD-STAT ' '
                   B4967-ADDRWRK-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
