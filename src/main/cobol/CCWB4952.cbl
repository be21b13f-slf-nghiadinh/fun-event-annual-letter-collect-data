      **            BY L4927-POL-ID; ONE DECISION PER POLICY, TAKEN  **
      **            ON ITS FIRST SEGMENT (THE OWNER FIELDS ARE THE   **
      **            SAME ON EVERY SEGMENT).                          **
      **                                                             **
      **            THE TEXT IS IN THE OWNER'S L4927-OW-LANG-PREF-CD **
      **            ('L' LOCAL, 'E' ENGLISH, SPACES = 'L'), TAKEN    **
      **            FROM THE SMSTXT WORDING CARDS (REQUIRED FILE,    **
      **            MAY BE EMPTY):                                   **
      **              COL 1     LANGUAGE 'L' OR 'E'                  **
      **              COL 2     PART '1' OR '2'                      **
      **              COL 3-80  WORDING - PART 2 CONTINUES PART 1    **
      **                        AT POSITION 79 OF THE MESSAGE        **
      **            '@@@@@@@@@@' IN THE WORDING IS REPLACED BY THE   **
      **            POL-ID AND MUST APPEAR.  A LANGUAGE WITH NO      **
      **            CARDS GETS THE STANDARD ENGLISH WORDING BELOW.   **
      **            A BAD OR DUPLICATE CARD ABENDS THE STEP.         **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04952**  01SEP2026 PHONGP SMS DELIVERY CHANNEL PROCESSOR            **
U04952**  15OCT2026 PHONGP SMS TEXT IN OWNER LANGUAGE (SMSTXT CARDS)  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4952.
               FILE STATUS IS B4952-SENDLOGO-STAT.
           SELECT EXCPLOG   ASSIGN TO EXCPLOG
               FILE STATUS IS B4952-EXCPLOG-STAT.
           SELECT SMSTXT    ASSIGN TO SMSTXT
               FILE STATUS IS B4952-SMSTXT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  LETTRFD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 192 CHARACTERS.
       01  B4952-EXCPLOG-REC                           PIC X(192).
       FD  SMSTXT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  B4952-SMSTXT-REC.
           05  B4952-TXT-LANG-CD                       PIC X(001).
           05  B4952-TXT-PART-NO                       PIC X(001).
           05  B4952-TXT-WORDING                       PIC X(078).
       WORKING-STORAGE SECTION.
       77  B4952-LETTRFD-STAT                          PIC X(002).
       77  B4952-SMSOUT-STAT                           PIC X(002).
       77  B4952-SENDLOGO-STAT                         PIC X(002).
       77  B4952-EXCPLOG-STAT                          PIC X(002).
       77  B4952-SMSTXT-STAT                           PIC X(002).
       77  B4952-POL-CNT                               PIC S9(007) COMP.
       77  B4952-SMS-POL-CNT                           PIC S9(007) COMP.
       77  B4952-OTHER-CHNL-CNT                        PIC S9(007) COMP.
       77  B4952-SENT-CNT                              PIC S9(007) COMP.
       77  B4952-BLANK-PHON-CNT                        PIC S9(007) COMP.
       77  B4952-BAD-PHON-CNT                          PIC S9(007) COMP.
       77  B4952-ENG-SENT-CNT                          PIC S9(007) COMP.
       77  B4952-LCL-SENT-CNT                          PIC S9(007) COMP.
       77  B4952-TXT-CARD-CNT                          PIC S9(007) COMP.
       77  B4952-LX                                    PIC S9(003) COMP.
       77  B4952-PX                                    PIC S9(003) COMP.
       77  B4952-MARK-CNT                              PIC S9(003) COMP.
       77  B4952-PHON-IX                               PIC S9(003) COMP.
       77  B4952-DIGIT-CNT                             PIC S9(003) COMP.
       77  B4952-ABEND-TXT                             PIC X(020).
           05  B4952-PHON-OK-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4952-PHON-OK                       VALUE 'Y'.
           05  B4952-TXT-EOF-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  B4952-TXT-EOF                       VALUE 'Y'.

       01  B4952-CURR-POL-ID                           PIC X(010).
       01  B4952-PHON-WORK                             PIC X(050).
       01  B4952-PHON-CHAR                             PIC X(001).
       01  B4952-LANG-CD                               PIC X(001).
       01  B4952-RUN-DT                                PIC X(010).
       01  B4952-RUN-TM                                PIC X(008).
       01  B4952-SYS-DATE                              PIC 9(008).
           05  B4952-EXCP-RSN-CD                       PIC X(004).
           05  B4952-EXCP-RSN-TXT                      PIC X(100).

      *****************************************************************
      *  SMS WORDING BY LANGUAGE - (1) 'L' LOCAL, (2) 'E' ENGLISH.    *
      *  B4952-TMPL-PART-SW (N) = 'Y' ONCE PART N HAS BEEN LOADED.    *
      *****************************************************************
       01  B4952-TMPL-TABLE.
           05  B4952-TMPL-ENT OCCURS 2 TIMES.
               10  B4952-TMPL-PART-SW OCCURS 2 TIMES   PIC X(001).
               10  B4952-TMPL-TXT.
                   15  B4952-TMPL-PART OCCURS 2 TIMES  PIC X(078).
       01  B4952-MSG-WORK                              PIC X(156).

           COPY CCWL4928.

           COPY CCWL4931.
                        B4952-OTHER-CHNL-CNT
                        B4952-SENT-CNT
                        B4952-BLANK-PHON-CNT
                        B4952-BAD-PHON-CNT
                        B4952-ENG-SENT-CNT
                        B4952-LCL-SENT-CNT
                        B4952-TXT-CARD-CNT.
           PERFORM 1100-LOAD-SMS-TEXT THRU 1100-EXIT.
           OPEN INPUT  LETTRFD.
           IF B4952-LETTRFD-STAT NOT = '00'
               MOVE 'OPEN LETTRFD' TO B4952-ABEND-TXT
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-SMS-TEXT - LOAD THE SMSTXT WORDING CARDS, THEN     *
      *  CHECK EACH LOADED LANGUAGE CARRIES THE POL-ID MARKER.        *
      *****************************************************************
       1100-LOAD-SMS-TEXT.
           MOVE SPACES TO B4952-TMPL-TABLE.
           OPEN INPUT  SMSTXT.
           IF B4952-SMSTXT-STAT NOT = '00'
               MOVE 'OPEN SMSTXT' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           PERFORM 1110-READ-TXT-CARD THRU 1110-EXIT
               UNTIL B4952-TXT-EOF.
           CLOSE SMSTXT.
           PERFORM 1120-CHECK-TEMPLATE THRU 1120-EXIT
               VARYING B4952-LX FROM 1 BY 1
               UNTIL B4952-LX > 2.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1110-READ-TXT-CARD - ONE SMSTXT CARD.  AN UNKNOWN LANGUAGE   *
      *  OR PART, OR A SECOND CARD FOR THE SAME PART, IS FATAL.       *
      *****************************************************************
       1110-READ-TXT-CARD.
           READ SMSTXT
               AT END
                   SET B4952-TXT-EOF TO TRUE
                   GO TO 1110-EXIT.
           IF B4952-SMSTXT-STAT NOT = '00'
               MOVE 'READ SMSTXT' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4952-SMSTXT-REC = SPACES
               GO TO 1110-EXIT.
           ADD 1 TO B4952-TXT-CARD-CNT.
           IF B4952-TXT-LANG-CD = 'L'
               MOVE 1 TO B4952-LX
           ELSE
           IF B4952-TXT-LANG-CD = 'E'
               MOVE 2 TO B4952-LX
           ELSE
               MOVE 'BAD SMSTXT LANGUAGE' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4952-TXT-PART-NO = '1'
               MOVE 1 TO B4952-PX
           ELSE
           IF B4952-TXT-PART-NO = '2'
               MOVE 2 TO B4952-PX
           ELSE
               MOVE 'BAD SMSTXT PART' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           IF B4952-TMPL-PART-SW (B4952-LX B4952-PX) = 'Y'
               MOVE 'DUPLICATE SMSTXT' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
           MOVE 'Y' TO B4952-TMPL-PART-SW (B4952-LX B4952-PX).
           MOVE B4952-TXT-WORDING
               TO B4952-TMPL-PART (B4952-LX B4952-PX).
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1120-CHECK-TEMPLATE - A LOADED LANGUAGE MUST HOLD THE        *
      *  '@@@@@@@@@@' POL-ID MARKER.                                  *
      *****************************************************************
       1120-CHECK-TEMPLATE.
           IF B4952-TMPL-TXT (B4952-LX) = SPACES
               GO TO 1120-EXIT.
           MOVE ZERO TO B4952-MARK-CNT.
           INSPECT B4952-TMPL-TXT (B4952-LX)
               TALLYING B4952-MARK-CNT FOR ALL '@@@@@@@@@@'.
           IF B4952-MARK-CNT = ZERO
               MOVE 'SMSTXT NO POL MARKER' TO B4952-ABEND-TXT
               PERFORM 9999-ABEND THRU 9999-EXIT.
       1120-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-POLICY - DECIDE ON THE POLICY'S FIRST SEGMENT,  *
      *  THEN SKIP ITS CONTINUATION SEGMENTS.                         *
           MOVE L4927-OW-CEL-PHON-NUM    TO L4952-CEL-PHON-NUM.
           MOVE L4927-POL-ID             TO L4952-POL-ID.
           MOVE L4927-LETTER-TYP-CD      TO L4952-LETTER-TYP-CD.
           MOVE L4927-OW-LANG-PREF-CD    TO B4952-LANG-CD.
           IF B4952-LANG-CD = 'E'
               MOVE 2 TO B4952-LX
               ADD 1 TO B4952-ENG-SENT-CNT
           ELSE
               MOVE 'L' TO B4952-LANG-CD
               MOVE 1 TO B4952-LX
               ADD 1 TO B4952-LCL-SENT-CNT.
           MOVE B4952-LANG-CD            TO L4952-LANG-CD.
           IF B4952-TMPL-TXT (B4952-LX) = SPACES
               STRING 'YOUR ANNUAL POLICY LETTER (POLICY '
                      L4927-POL-ID
                      ') IS NOW AVAILABLE. PLEASE CONTACT YOUR '
                      'SERVICING AGENT OR OUR SERVICE CENTRE '
                      'TO RECEIVE IT.'
                   DELIMITED BY SIZE INTO L4952-SMS-TXT
           ELSE
               MOVE B4952-TMPL-TXT (B4952-LX) TO B4952-MSG-WORK
               INSPECT B4952-MSG-WORK
                   REPLACING ALL '@@@@@@@@@@' BY L4927-POL-ID
               MOVE B4952-MSG-WORK       TO L4952-SMS-TXT.
           MOVE B4952-RUN-DT             TO L4952-REQ-DT.
           WRITE L4952-DATA-INFO.
           IF B4952-SMSOUT-STAT NOT = '00'
                   B4952-BLANK-PHON-CNT.
           DISPLAY 'CCWB4952 MALFORMED PHONE NUMBERS   : '
                   B4952-BAD-PHON-CNT.
           DISPLAY 'CCWB4952 SMSTXT WORDING CARDS      : '
                   B4952-TXT-CARD-CNT.
           DISPLAY 'CCWB4952 HAND-OFFS IN ENGLISH      : '
                   B4952-ENG-SENT-CNT.
           DISPLAY 'CCWB4952 HAND-OFFS IN LOCAL        : '
                   B4952-LCL-SENT-CNT.
       9000-EXIT.
           EXIT.

           DISPLAY 'CCWB4952 ABEND - ' B4952-ABEND-TXT
                   ' STATS: ' B4952-LETTRFD-STAT ' '
                   B4952-SMSOUT-STAT ' ' B4952-SENDLOGO-STAT ' '
                   B4952-EXCPLOG-STAT ' ' B4952-SMSTXT-STAT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
