      **                LETTER ARCHIVE'S L4927-OW-DELIVERY-PREF-CD   **
      **                WITH ANY CCWL4941 OVERRIDE APPLIED, AS THE   **
      **                EXTRACT WILL,                                **
      **              - RESOLVES THE LETTER LANGUAGE THE SAME WAY    **
      **                CCWB4947 WILL: THE CCWL4972 OVERRIDE, ELSE   **
      **                THE ARCHIVE'S L4927-OW-LANG-PREF-CD, ELSE    **
      **                LOCAL ('L'),                                 **
      **              - PROJECTS LETTER COUNTS BY LETTER-TYP-CD AND  **
      **                CHANNEL AND BY LANGUAGE (PRINT STOCK),       **
      **                EXPECTED HOUSEHOLD CONSOLIDATION             **
      **                (DISTINCT OWNERS VS POLICIES, THE CCWL4929   **
      **                GROUPING), AND CCWL4933 FUND-SEGMENT VOLUME  **
      **                FOR THE ILP LETTERS (OFF THE ARCHIVE'S FUND  **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04963**  01SEP2026 PHONGP PRE-RUN VOLUME AND CHANNEL FORECAST       **
U04963**  15OCT2026 PHONGP PROJECTED LETTERS BY LANGUAGE (CCWL4972)   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4963.
               FILE STATUS IS B4963-SUPRULES-STAT.
           SELECT OVRDFL    ASSIGN TO OVRDFL
               FILE STATUS IS B4963-OVRDFL-STAT.
           SELECT LANGOVR   ASSIGN TO LANGOVR
               FILE STATUS IS B4963-LANGOVR-STAT.
           SELECT FCSTRPT   ASSIGN TO FCSTRPT
               FILE STATUS IS B4963-FCSTRPT-STAT.
       DATA DIVISION.
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 140 CHARACTERS.
           COPY CCWL4941.
       FD  LANGOVR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
           COPY CCWL4972.
       FD  FCSTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
       77  B4963-ARCHFND-STAT                          PIC X(002).
       77  B4963-SUPRULES-STAT                         PIC X(002).
       77  B4963-OVRDFL-STAT                           PIC X(002).
       77  B4963-LANGOVR-STAT                          PIC X(002).
       77  B4963-FCSTRPT-STAT                          PIC X(002).
       77  B4963-DUE-CNT                               PIC S9(007) COMP.
       77  B4963-PROJ-CNT                              PIC S9(007) COMP.
       77  B4963-CHNL-P-CNT                            PIC S9(007) COMP.
       77  B4963-CHNL-S-CNT                            PIC S9(007) COMP.
       77  B4963-OVRD-HIT-CNT                          PIC S9(007) COMP.
       77  B4963-LANG-E-CNT                            PIC S9(007) COMP.
       77  B4963-LANG-L-CNT                            PIC S9(007) COMP.
       77  B4963-LANG-HIT-CNT                          PIC S9(007) COMP.
       77  B4963-OWNER-CNT                             PIC S9(005) COMP.
       77  B4963-FUND-SEG-CNT                          PIC S9(007) COMP.
       77  B4963-RULE-CNT                              PIC S9(003) COMP.
       77  B4963-RULE-SKIP-CNT                         PIC S9(003) COMP.
       77  B4963-OVRD-CNT                              PIC S9(005) COMP.
       77  B4963-LANG-CNT                              PIC S9(005) COMP.
       77  B4963-RX                                    PIC S9(003) COMP.
       77  B4963-OX                                    PIC S9(005) COMP.
       77  B4963-LX                                    PIC S9(005) COMP.
       77  B4963-TX                                    PIC S9(003) COMP.
       77  B4963-CX                                    PIC S9(003) COMP.
       77  B4963-ABEND-TXT                             PIC X(020).
           05  B4963-OVRD-HIT-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4963-OVRD-HIT                      VALUE 'Y'.
           05  B4963-LANG-EOF-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4963-LANG-EOF                      VALUE 'Y'.
           05  B4963-LANG-HIT-SW                       PIC X(001)
                                                       VALUE 'N'.
               88  B4963-LANG-HIT                      VALUE 'Y'.

       01  B4963-CURR-POL-ID                           PIC X(010).
       01  B4963-FCST-MONTH                            PIC X(006).
       01  B4963-FCST-RUN-DT                           PIC X(010).
       01  B4963-WORK-CHNL-CD                          PIC X(001).
       01  B4963-WORK-TYP-CD                           PIC X(002).
       01  B4963-WORK-LANG-CD                          PIC X(001).
       01  B4963-WORK-OW-CLI-ID                        PIC X(010).
       01  B4963-POL-CSTAT-CD                          PIC X(001).
       01  B4963-POL-PLAN-ID                           PIC X(006).
               10  B4963-O-OW-CLI-ID                   PIC X(010).
               10  B4963-O-OVRD-CD                     PIC X(001).

      *****************************************************************
      *  LANGUAGE OVERRIDES BY OWNER (CCWL4972), AS CCWB4947 WILL     *
      *  APPLY THEM.                                                  *
      *****************************************************************
       01  B4963-LANG-TABLE.
           05  B4963-LANG-ENT        OCCURS 5000 TIMES.
               10  B4963-L-OW-CLI-ID                   PIC X(010).
               10  B4963-L-LANG-CD                     PIC X(001).

      *****************************************************************
      *  DISTINCT PROJECTED OWNERS - THE EXPECTED CCWL4929 HOUSEHOLD  *
      *  GROUPING.  OVERFLOW ABENDS RATHER THAN UNDERSTATE THE        *
                                                       PIC X(010).

      *****************************************************************
      *  PROJECTED LETTERS BY TYPE AND CHANNEL (1=E 2=P 3=S), AND BY  *
      *  LANGUAGE (1=ENGLISH 2=LOCAL).                                *
      *****************************************************************
       01  B4963-TYP-TABLE.
           05  B4963-TYP-ENT         OCCURS 10 TIMES.
               10  B4963-T-TYP-CD                      PIC X(002).
               10  B4963-T-CHNL-CNT  OCCURS 3 TIMES   PIC S9(007)
                                                       COMP.
               10  B4963-T-LANG-CNT  OCCURS 2 TIMES   PIC S9(007)
                                                       COMP.

       01  B4963-RPT-HDG-1.
           05  FILLER                                  PIC X(044)
               VALUE '       SMS'.
           05  FILLER                                  PIC X(010)
               VALUE '     TOTAL'.
           05  FILLER                                  PIC X(010)
               VALUE '   ENGLISH'.
           05  FILLER                                  PIC X(010)
               VALUE '     LOCAL'.
           05  FILLER                                  PIC X(066)
               VALUE SPACES.
       01  B4963-RPT-TYP-DTL.
           05  B4963-TYP-DTL-CD                        PIC X(002).
           05  B4963-TYP-DTL-S                         PIC Z,ZZZ,ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4963-TYP-DTL-TOT                       PIC Z,ZZZ,ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4963-TYP-DTL-ENG                       PIC Z,ZZZ,ZZ9.
           05  FILLER                                  PIC X(001).
           05  B4963-TYP-DTL-LCL                       PIC Z,ZZZ,ZZ9.
           05  FILLER                                  PIC X(066).
       01  B4963-RPT-LINE.
           05  B4963-RPT-TXT                           PIC X(040).
           05  B4963-RPT-CNT                           PIC ZZZ,ZZZ,ZZ9.
                        B4963-CHNL-P-CNT
                        B4963-CHNL-S-CNT
                        B4963-OVRD-HIT-CNT
                        B4963-LANG-E-CNT
                        B4963-LANG-L-CNT
                        B4963-LANG-HIT-CNT
                        B4963-LANG-CNT
                        B4963-OWNER-CNT
                        B4963-FUND-SEG-CNT
                        B4963-RULE-CNT
                        B4963-RULE-SKIP-CNT
                        B4963-OVRD-CNT.
           OPEN INPUT  RECONNXT ARCHFD ARCHFND SUPRULES OVRDFL
                       LANGOVR.
           IF B4963-RECONNXT-STAT NOT = '00'
           OR B4963-ARCHFD-STAT   NOT = '00'
           OR B4963-ARCHFND-STAT  NOT = '00'
           OR B4963-SUPRULES-STAT NOT = '00'
           OR B4963-OVRDFL-STAT   NOT = '00'
           OR B4963-LANGOVR-STAT  NOT = '00'
               MOVE 'OPEN INPUTS' TO B4963-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           OPEN OUTPUT FCSTRPT.
               UNTIL B4963-RULES-EOF.
           PERFORM 1200-LOAD-OVERRIDE THRU 1200-EXIT
               UNTIL B4963-OVRD-EOF.
           PERFORM 1250-LOAD-LANG-OVRD THRU 1250-EXIT
               UNTIL B4963-LANG-EOF.
           PERFORM 8200-READ-ARCHIVE THRU 8200-EXIT.
           PERFORM 8300-READ-ARCH-FUND THRU 8300-EXIT.
       1000-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1250-LOAD-LANG-OVRD - ONE CCWL4972 RECORD BY OWNER.          *
      *****************************************************************
       1250-LOAD-LANG-OVRD.
           READ LANGOVR
               AT END
                   SET B4963-LANG-EOF TO TRUE
                   GO TO 1250-EXIT.
           IF B4963-LANGOVR-STAT NOT = '00'
               MOVE 'READ LANGOVR' TO B4963-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4963-LANG-CNT = 5000
               MOVE 'LANG TABLE FULL' TO B4963-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           ADD 1 TO B4963-LANG-CNT.
           MOVE L4972-OW-CLI-ID TO B4963-L-OW-CLI-ID (B4963-LANG-CNT).
           MOVE L4972-LANG-PREF-OVRD-CD
               TO B4963-L-LANG-CD (B4963-LANG-CNT).
       1250-EXIT.
           EXIT.

       1300-CLEAR-TYP.
           MOVE SPACES TO B4963-T-TYP-CD (B4963-TX).
           MOVE ZERO   TO B4963-T-LANG-CNT (B4963-TX 1)
                          B4963-T-LANG-CNT (B4963-TX 2).
           PERFORM 1310-CLEAR-TYP-CHNL THRU 1310-EXIT
               VARYING B4963-CX FROM 1 BY 1
               UNTIL B4963-CX > 3.
               GO TO 2000-NEXT.
           ADD 1 TO B4963-PROJ-CNT.
           PERFORM 3200-RESOLVE-CHANNEL THRU 3200-EXIT.
           PERFORM 3250-RESOLVE-LANGUAGE THRU 3250-EXIT.
           PERFORM 3300-BUMP-TYP-CHNL THRU 3300-EXIT.
           IF B4963-WORK-OW-CLI-ID NOT = SPACES
               PERFORM 3400-NOTE-OWNER THRU 3400-EXIT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  3250-RESOLVE-LANGUAGE - THE CCWL4972 OVERRIDE WINS, THEN THE *
      *  ARCHIVED OWNER LANGUAGE; ANYTHING BUT 'E' IS LOCAL.          *
      *****************************************************************
       3250-RESOLVE-LANGUAGE.
           MOVE 'N' TO B4963-LANG-HIT-SW.
           IF B4963-WORK-OW-CLI-ID NOT = SPACES
               PERFORM 3260-TEST-LANG-OVRD THRU 3260-EXIT
                   VARYING B4963-LX FROM 1 BY 1
                   UNTIL B4963-LX > B4963-LANG-CNT
                      OR B4963-LANG-HIT.
           IF B4963-LANG-HIT
               ADD 1 TO B4963-LANG-HIT-CNT
           ELSE
           IF B4963-ARCH-FOUND
               MOVE L4927-OW-LANG-PREF-CD TO B4963-WORK-LANG-CD
           ELSE
               MOVE 'L' TO B4963-WORK-LANG-CD.
           IF B4963-WORK-LANG-CD = 'E'
               ADD 1 TO B4963-LANG-E-CNT
           ELSE
               MOVE 'L' TO B4963-WORK-LANG-CD
               ADD 1 TO B4963-LANG-L-CNT.
       3250-EXIT.
           EXIT.

       3260-TEST-LANG-OVRD.
           IF B4963-L-OW-CLI-ID (B4963-LX) = B4963-WORK-OW-CLI-ID
               MOVE B4963-L-LANG-CD (B4963-LX) TO B4963-WORK-LANG-CD
               SET B4963-LANG-HIT TO TRUE.
       3260-EXIT.
           EXIT.

      *****************************************************************
      *  3300-BUMP-TYP-CHNL - ONE PROJECTED LETTER IN THE TYPE X      *
      *  CHANNEL AND TYPE X LANGUAGE MATRICES.                        *
      *****************************************************************
       3300-BUMP-TYP-CHNL.
           PERFORM 3310-FIND-TYP-SLOT THRU 3310-EXIT
                   MOVE 2 TO B4963-CX
           END-EVALUATE.
           ADD 1 TO B4963-T-CHNL-CNT (B4963-TX B4963-CX).
           IF B4963-WORK-LANG-CD = 'E'
               ADD 1 TO B4963-T-LANG-CNT (B4963-TX 1)
           ELSE
               ADD 1 TO B4963-T-LANG-CNT (B4963-TX 2).
       3300-EXIT.
           EXIT.

               TO B4963-RPT-TXT.
           MOVE B4963-OVRD-HIT-CNT TO B4963-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE 'PROJECTED ENGLISH LETTERS              :'
               TO B4963-RPT-TXT.
           MOVE B4963-LANG-E-CNT TO B4963-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE 'PROJECTED LOCAL-LANGUAGE LETTERS       :'
               TO B4963-RPT-TXT.
           MOVE B4963-LANG-L-CNT TO B4963-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE 'LANGUAGE OVERRIDES APPLIED             :'
               TO B4963-RPT-TXT.
           MOVE B4963-LANG-HIT-CNT TO B4963-RPT-CNT.
           PERFORM 8700-WRITE-RPT-LINE THRU 8700-EXIT.
           MOVE 'EXPECTED HOUSEHOLD LETTERS (OWNERS)    :'
               TO B4963-RPT-TXT.
           MOVE B4963-OWNER-CNT TO B4963-RPT-CNT.
               B4963-T-CHNL-CNT (B4963-TX 1)
               + B4963-T-CHNL-CNT (B4963-TX 2)
               + B4963-T-CHNL-CNT (B4963-TX 3).
           MOVE B4963-T-LANG-CNT (B4963-TX 1) TO B4963-TYP-DTL-ENG.
           MOVE B4963-T-LANG-CNT (B4963-TX 2) TO B4963-TYP-DTL-LCL.
           WRITE B4963-RPT-REC FROM B4963-RPT-TYP-DTL
               AFTER ADVANCING 1 LINE.
           IF B4963-FCSTRPT-STAT NOT = '00'
      *  9000-TERMINATE - CONTROL COUNTS AND CLOSE.                   *
      *****************************************************************
       9000-TERMINATE.
           CLOSE RECONNXT ARCHFD ARCHFND SUPRULES OVRDFL LANGOVR
                 FCSTRPT.
           DISPLAY 'CCWB4963 DUE POLICIES READ         : '
                   B4963-DUE-CNT.
           DISPLAY 'CCWB4963 LETTERS PROJECTED         : '
           DISPLAY 'CCWB4963 E / P / S VOLUMES         : '
                   B4963-CHNL-E-CNT ' / ' B4963-CHNL-P-CNT
                   ' / ' B4963-CHNL-S-CNT.
           DISPLAY 'CCWB4963 ENGLISH / LOCAL LETTERS   : '
                   B4963-LANG-E-CNT ' / ' B4963-LANG-L-CNT.
           DISPLAY 'CCWB4963 DISTINCT OWNERS           : '
                   B4963-OWNER-CNT.
           DISPLAY 'CCWB4963 ILP FUND SEGMENTS         : '
                   ' STATS: ' B4963-RECONNXT-STAT ' '
                   B4963-ARCHFD-STAT ' ' B4963-ARCHFND-STAT ' '
                   B4963-SUPRULES-STAT ' ' B4963-OVRDFL-STAT ' '
                   B4963-LANGOVR-STAT ' ' B4963-FCSTRPT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
