      **              - THE RUN-LEVEL CCWL4932 CHECKPOINT STATE      **
      **                (RUN ID, STATUS, POLICIES PROCESSED,         **
      **                LAST POL-ID)                                 **
      **              - ITS CCWL4970 ISSUANCE REGISTER ENTRIES WITH  **
      **                ANNIVERSARY, LETTER TYPE, REPRINT FLAG,      **
      **                CHANNEL, ISSUE DATE, RUN ID AND ISSUE COUNT  **
      **                (THE LATEST 2, OLDER LINES FLAGGED LIKEWISE) **
      **                                                             **
      **            DATA IS SERVED FROM THE VSAM COPIES THE RUN'S    **
      **            LOAD STEP MAINTAINS:                             **
      **                         MOST ONE RECORD PER CHAIN PER RUN)  **
      **              WL32VSAM - CCWL4932 RECORDS, KSDS, KEY =       **
      **                         L4932-RUN-ID                        **
      **              WL70VSAM - CCWL4970 RECORDS, KSDS, KEY =       **
      **                         COLS 1-23 (POL-ID/ANNV-DT/TYP/      **
      **                         REPRINT-IND)                        **
      **            PSEUDO-CONVERSATIONAL: ENTER INQUIRES, PF3 OR    **
      **            CLEAR EXITS.  MAPSET CCWS4950 / COPYBOOK         **
      **            CCWM4950.                                        **
      **            PF5 INQUIRES ON THE KEYED POLICY AND TRANSFERS   **
      **            TO THE WL75 ENQUIRY LOG (CCWC4975) WITH THE      **
      **            POLICY, OWNER, LETTER TYPE AND ANNIVERSARY IN    **
      **            THE CCWL4976 COMMAREA - FROM THE FEED, ELSE FROM **
      **            THE LATEST ISSUANCE REGISTER ENTRY.  PF3 ON WL75 **
      **            COMES BACK HERE WITH THE SAME COMMAREA AND THE   **
      **            POLICY IS RE-INQUIRED.                           **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04950**  22AUG2026 PHONGP ANNUAL LETTER ONLINE INQUIRY              **
U04950**  15OCT2026 PHONGP ISSUANCE REGISTER LINES (WL70VSAM)        **
V04950**  15OCT2026 PHONGP PF5 TO THE WL75 ENQUIRY LOG (CCWC4975)    **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWC4950.
                                                       COMP.
       77  C4950-SND-TOT-CNT                           PIC S9(005)
                                                       COMP.
       77  C4950-ISS-LINE-CNT                          PIC S9(003)
                                                       COMP.
       77  C4950-ISS-TOT-CNT                           PIC S9(005)
                                                       COMP.
       77  C4950-MORE-POL-CNT                          PIC S9(003)
                                                       COMP.
       77  C4950-INQ-POL-ID                            PIC X(010).
       77  C4950-IN-KEYVAL                             PIC X(010).
       77  C4950-RID-WL27                              PIC X(010).
       77  C4950-RID-CLI                               PIC X(010).
       77  C4950-LAST-ISS-ANNV-DT                      PIC X(010).
       77  C4950-LAST-ISS-TYP                          PIC X(002).
       77  C4950-LAST-ISS-CLI-ID                       PIC X(010).

       01  C4950-SWITCHES.
           05  C4950-FEED-FOUND-SW                     PIC X(001)
           05  C4950-REJ-SAVE-LN     OCCURS 3 TIMES   PIC X(075).
       01  C4950-SND-SAVE.
           05  C4950-SND-SAVE-LN     OCCURS 4 TIMES   PIC X(075).
       01  C4950-ISS-SAVE.
           05  C4950-ISS-SAVE-LN     OCCURS 2 TIMES   PIC X(075).

      *****************************************************************
      *  BROWSE KEYS - GENERIC ON THE LEADING POL-ID.                 *
           05  C4950-RID-WL31-POL-ID                   PIC X(010).
           05  FILLER                                  PIC X(031).
       01  C4950-RID-WL32                              PIC X(010).
       01  C4950-RID-WL70.
           05  C4950-RID-WL70-POL-ID                   PIC X(010).
           05  FILLER                                  PIC X(013).

       01  C4950-REJ-LINE.
           05  C4950-REJ-DT                            PIC X(010).
           05  C4950-SND-STAT                          PIC X(001).
           05  FILLER                                  PIC X(001).
           05  C4950-SND-RSN-TXT                       PIC X(051).
       01  C4950-ISS-LINE.
           05  FILLER                                  PIC X(005)
               VALUE 'ANNV '.
           05  C4950-ISS-ANNV-DT                       PIC X(010).
           05  FILLER                                  PIC X(005)
               VALUE ' TYP '.
           05  C4950-ISS-TYP                           PIC X(002).
           05  FILLER                                  PIC X(005)
               VALUE ' RPT '.
           05  C4950-ISS-REPRINT                       PIC X(001).
           05  FILLER                                  PIC X(004)
               VALUE ' CH '.
           05  C4950-ISS-CHNL                          PIC X(001).
           05  FILLER                                  PIC X(008)
               VALUE ' ISSUED '.
           05  C4950-ISS-DT                            PIC X(010).
           05  FILLER                                  PIC X(005)
               VALUE ' RUN '.
           05  C4950-ISS-RUN-ID                        PIC X(010).
           05  FILLER                                  PIC X(005)
               VALUE ' CNT '.
           05  C4950-ISS-CNT                           PIC X(003).
           05  FILLER                                  PIC X(001)
               VALUE SPACES.
       01  C4950-CKPT-LINE.
           05  FILLER                                  PIC X(004)
               VALUE 'RUN '.

           COPY CCWL4932.

           COPY CCWL4970.

           COPY CCWL4976.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                                 PIC X(050).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - PSEUDO-CONVERSATIONAL DISPATCH.              *
      *  A FULL-LENGTH COMMAREA IS WL75 HANDING BACK (PF3 THERE).     *
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
               GO TO 0000-RETURN.
           IF EIBCALEN = LENGTH OF L4976-DATA-INFO
               PERFORM 1200-BACK-FROM-WL75 THRU 1200-EXIT
               GO TO 0000-RETURN.
           EXEC CICS RECEIVE MAP('M4950') MAPSET('CCWS4950')
               INTO(M4950I) RESP(C4950-RESP)
           END-EXEC.
                   PERFORM 9000-SESSION-END THRU 9000-EXIT
               WHEN DFHENTER
                   PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
               WHEN DFHPF5
                   PERFORM 3000-ENQUIRY-HANDOFF THRU 3000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - SEE PF LEGEND ON LINE 24'
                       TO MSGO
           END-EVALUATE.
           EXEC CICS SEND MAP('M4950') MAPSET('CCWS4950')
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1200-BACK-FROM-WL75 - FRESH SCREEN RE-INQUIRING THE POLICY   *
      *  THE ENQUIRY LOG WAS ON.                                      *
      *****************************************************************
       1200-BACK-FROM-WL75.
           MOVE DFHCOMMAREA TO L4976-DATA-INFO.
           MOVE LOW-VALUES TO M4950O.
           MOVE 'P'          TO C4950-IN-KEYTYP.
           MOVE L4976-POL-ID TO C4950-IN-KEYVAL.
           MOVE C4950-IN-KEYTYP TO KEYTYPO.
           MOVE C4950-IN-KEYVAL TO KEYVALO.
           PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT.
           EXEC CICS SEND MAP('M4950') MAPSET('CCWS4950')
               FROM(M4950O) ERASE RESP(C4950-RESP)
           END-EXEC.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-INQUIRY - VALIDATE THE KEY, RESOLVE CLIENT-ID   *
      *  TO A POLICY, FILL EVERY SECTION OF THE SCREEN.               *
      *    LOW-VALUES FIELDS, WHICH WOULD LEAVE THE PREVIOUS
      *    INQUIRY'S LINES ON THE SCREEN UNDER THIS ONE'S ANSWER.
           MOVE SPACES TO FEEDSTO REJ1O REJ2O REJ3O
                          SND1O SND2O SND3O SND4O CKPTO
                          ISS1O ISS2O.
           MOVE LOW-VALUES TO MSGO.
           IF C4950-IN-KEYVAL = SPACES
           OR C4950-IN-KEYVAL = LOW-VALUES
           PERFORM 2300-BROWSE-REJECTS THRU 2300-EXIT.
           PERFORM 2400-BROWSE-SENDS THRU 2400-EXIT.
           PERFORM 2500-READ-CHECKPOINT THRU 2500-EXIT.
           PERFORM 2600-BROWSE-ISSUES THRU 2600-EXIT.
           IF MSGO = LOW-VALUES
               IF C4950-TRUNCATED
                   MOVE 'OLDER LOG LINES NOT SHOWN - SEE BATCH LOGS'
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2600-BROWSE-ISSUES - EVERY CCWL4970 REGISTER ENTRY OF THE    *
      *  POLICY (KEY ORDER = ANNIVERSARY ORDER); THE LATEST 2 REACH   *
      *  THE SCREEN.                                                  *
      *****************************************************************
       2600-BROWSE-ISSUES.
           MOVE ZERO TO C4950-ISS-LINE-CNT
                        C4950-ISS-TOT-CNT.
           MOVE SPACES TO C4950-LAST-ISS-ANNV-DT
                          C4950-LAST-ISS-TYP
                          C4950-LAST-ISS-CLI-ID.
           MOVE SPACES TO C4950-RID-WL70.
           MOVE C4950-INQ-POL-ID TO C4950-RID-WL70-POL-ID.
           EXEC CICS STARTBR FILE('WL70VSAM')
               RIDFLD(C4950-RID-WL70) GTEQ RESP(C4950-RESP)
           END-EXEC.
           IF C4950-RESP = DFHRESP(NOTFND)
               MOVE 'NO LETTERS ON THE ISSUANCE REGISTER' TO ISS1O
               GO TO 2600-EXIT.
           IF C4950-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           PERFORM 2610-NEXT-ISSUE THRU 2610-EXIT
               UNTIL C4950-RESP NOT = DFHRESP(NORMAL)
                  OR L4970-POL-ID NOT = C4950-INQ-POL-ID.
           EXEC CICS ENDBR FILE('WL70VSAM') END-EXEC.
           IF C4950-ISS-LINE-CNT = ZERO
               MOVE 'NO LETTERS ON THE ISSUANCE REGISTER' TO ISS1O
               GO TO 2600-EXIT.
           MOVE C4950-ISS-SAVE-LN (1) TO ISS1O.
           IF C4950-ISS-LINE-CNT > 1
               MOVE C4950-ISS-SAVE-LN (2) TO ISS2O.
           IF C4950-ISS-TOT-CNT > 2
               SET C4950-TRUNCATED TO TRUE.
       2600-EXIT.
           EXIT.

       2610-NEXT-ISSUE.
           EXEC CICS READNEXT FILE('WL70VSAM')
               RIDFLD(C4950-RID-WL70) INTO(L4970-DATA-INFO)
               RESP(C4950-RESP)
           END-EXEC.
           IF C4950-RESP NOT = DFHRESP(NORMAL)
           OR L4970-POL-ID NOT = C4950-INQ-POL-ID
               GO TO 2610-EXIT.
           MOVE L4970-POL-ANNV-DT      TO C4950-ISS-ANNV-DT.
           MOVE L4970-LETTER-TYP-CD    TO C4950-ISS-TYP.
           MOVE L4970-REPRINT-IND      TO C4950-ISS-REPRINT.
           MOVE L4970-DELIVERY-CHNL-CD TO C4950-ISS-CHNL.
           MOVE L4970-ISSUE-DT         TO C4950-ISS-DT.
           MOVE L4970-RUN-ID           TO C4950-ISS-RUN-ID.
           MOVE L4970-ISSUE-CNT        TO C4950-ISS-CNT.
           MOVE L4970-POL-ANNV-DT      TO C4950-LAST-ISS-ANNV-DT.
           MOVE L4970-LETTER-TYP-CD    TO C4950-LAST-ISS-TYP.
           MOVE L4970-OW-CLI-ID        TO C4950-LAST-ISS-CLI-ID.
           ADD 1 TO C4950-ISS-TOT-CNT.
           IF C4950-ISS-LINE-CNT < 2
               ADD 1 TO C4950-ISS-LINE-CNT
           ELSE
               MOVE C4950-ISS-SAVE-LN (2) TO C4950-ISS-SAVE-LN (1).
           MOVE C4950-ISS-LINE
               TO C4950-ISS-SAVE-LN (C4950-ISS-LINE-CNT).
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  3000-ENQUIRY-HANDOFF - INQUIRE ON THE KEYED POLICY, THEN     *
      *  TRANSFER TO THE WL75 ENQUIRY LOG WITH THE LETTER'S DETAILS.  *
      *  THE FEED IS THE CURRENT LETTER; A POLICY NOT IN THIS RUN     *
      *  TAKES ITS LATEST ISSUANCE REGISTER ENTRY.  AN OWNER KEY WITH *
      *  FURTHER POLICIES STAYS HERE - THE CALLER MUST SAY WHICH.     *
      *****************************************************************
       3000-ENQUIRY-HANDOFF.
           MOVE SPACES TO C4950-INQ-POL-ID.
           MOVE ZERO   TO C4950-MORE-POL-CNT.
           PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT.
           IF C4950-INQ-POL-ID = SPACES
               GO TO 3000-EXIT.
           IF C4950-MORE-POL-CNT > ZERO
               MOVE 'OWNER HAS FURTHER POLICIES - KEY POL-ID FOR PF5'
                   TO MSGO
               GO TO 3000-EXIT.
           MOVE SPACES           TO L4976-DATA-INFO.
           MOVE 'WL50'           TO L4976-FROM-TRANID.
           MOVE C4950-INQ-POL-ID TO L4976-POL-ID.
           IF C4950-FEED-FOUND
               MOVE L4927-OW-CLI-ID     TO L4976-OW-CLI-ID
               MOVE L4927-LETTER-TYP-CD TO L4976-LETTER-TYP-CD
               MOVE L4927-POL-ANNV-DT   TO L4976-POL-ANNV-DT
           ELSE
               MOVE C4950-LAST-ISS-CLI-ID  TO L4976-OW-CLI-ID
               MOVE C4950-LAST-ISS-TYP     TO L4976-LETTER-TYP-CD
               MOVE C4950-LAST-ISS-ANNV-DT TO L4976-POL-ANNV-DT.
           EXEC CICS XCTL PROGRAM('CCWC4975')
               COMMAREA(L4976-DATA-INFO) LENGTH(50)
               RESP(C4950-RESP)
           END-EXEC.
           PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  9000-SESSION-END - CLEAN EXIT.                               *
      *****************************************************************
