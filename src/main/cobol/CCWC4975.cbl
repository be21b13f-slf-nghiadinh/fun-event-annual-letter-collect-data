      *****************************************************************
      **  MEMBER :  CCWC4975                                         **
      **  REMARKS:  ANNUAL LETTER ENQUIRY LOG (CICS, TRAN WL75)      **
      **                                                             **
      **            RECORDING COMPANION TO THE WL50 INQUIRY.  WL50   **
      **            ANSWERS 'WHERE IS MY LETTER'; THIS SCREEN LOGS   **
      **            THE CONTACT ITSELF AS A CCWL4975 ENQUIRY SO THE  **
      **            MONTHLY ANALYSIS (CCWB4975) CAN SAY HOW MANY     **
      **            CONTACTS THE ANNUAL LETTER GENERATES AND WHAT    **
      **            THEY ARE ABOUT.  PF5 ON WL50 TRANSFERS HERE WITH **
      **            THE POLICY, OWNER, LETTER TYPE AND ANNIVERSARY   **
      **            PRE-FILLED (CCWL4976 COMMAREA); THE TRANSACTION  **
      **            CAN ALSO BE STARTED ON ITS OWN AND THE POLICY    **
      **            KEYED, IN WHICH CASE A BLANK OWNER / LETTER TYPE **
      **            / ANNIVERSARY IS TAKEN FROM THE CURRENT FEED.    **
      **                                                             **
      **            ACTIONS:                                         **
      **              A=ADD - LOGS A NEW ENQUIRY STAMPED WITH THE    **
      **                CURRENT DATE AND TIME (THE KEY) AND THE      **
      **                USER; THE ACTION THEN TURNS TO 'U' SO A      **
      **                SECOND ENTER UPDATES THE SAME ENQUIRY        **
      **                INSTEAD OF LOGGING THE CALL TWICE            **
      **              I=INQUIRE - BY POLICY / CONTACT DATE / TIME,   **
      **                OR THE POLICY'S LATEST ENQUIRY WHEN DATE AND **
      **                TIME ARE BLANK                               **
      **              U=UPDATE - CHANNEL, CATEGORY, NOTE,            **
      **                RESOLUTION STATUS AND REPRINT FLAG ONLY      **
      **            REPRINT 'Y' ON AN ADD, OR ON AN UPDATE OF AN     **
      **            ENQUIRY NOT YET FLAGGED, QUEUES A 'Q' CCWL4940   **
      **            REPRINT REQUEST FOR CCWB4951 STRAIGHT AWAY       **
      **            (REASON FROM THE CATEGORY - SEE CCWL4940).  THE  **
      **            POLICY'S LATEST 4 ENQUIRIES ARE LISTED UNDER THE **
      **            DETAIL SO A REPEAT CALLER IS SEEN AT ONCE.       **
      **                                                             **
      **            FILES:                                           **
      **              WL75VSAM - CCWL4975, KSDS, KEY = POL-ID /      **
      **                         CONTACT-DT / CONTACT-TM (COLS 1-28) **
      **              WL40VSAM - CCWL4940 ONLINE REPRINT QUEUE,      **
      **                         KSDS, KEY = COLS 1-40, WRITE-ONLY   **
      **                         HERE                                **
      **              WL27VSAM - CCWL4927 FIRST SEGMENT PER POLICY   **
      **                         (AS WL50), READ-ONLY HERE           **
      **            PSEUDO-CONVERSATIONAL: ENTER APPLIES, PF3        **
      **            RETURNS TO WL50 ON THE SAME POLICY, CLEAR EXITS. **
      **            MAPSET CCWS4975 / COPYBOOK CCWM4975.             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04975**  15OCT2026 PHONGP ANNUAL LETTER ENQUIRY / COMPLAINT LOG     **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWC4975.
       AUTHOR.        PHONGP.
       INSTALLATION.  HOME OFFICE.
       DATE-WRITTEN.  15OCT2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  C4975-TRANID                                PIC X(004)
                                                       VALUE 'WL75'.
       77  C4975-RESP                                  PIC S9(008)
                                                       COMP.
       77  C4975-LST-LINE-CNT                          PIC S9(003)
                                                       COMP.
       77  C4975-LST-TOT-CNT                           PIC S9(005)
                                                       COMP.
       77  C4975-ABSTIME                               PIC S9(015)
                                                       COMP-3.
       77  C4975-TODAY-DT                              PIC X(010).
       77  C4975-NOW-TM                                PIC X(008).
       77  C4975-USER-ID                               PIC X(008).
       77  C4975-OLD-STAT-CD                           PIC X(001).
       77  C4975-OLD-REPRINT-IND                       PIC X(001).

       01  C4975-SWITCHES.
           05  C4975-FIELDS-OK-SW                      PIC X(001)
                                                       VALUE 'N'.
               88  C4975-FIELDS-OK                     VALUE 'Y'.
           05  C4975-DATE-OK-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  C4975-DATE-OK                       VALUE 'Y'.
           05  C4975-LATEST-FOUND-SW                   PIC X(001)
                                                       VALUE 'N'.
               88  C4975-LATEST-FOUND                  VALUE 'Y'.
           05  C4975-QUEUE-RPT-SW                      PIC X(001)
                                                       VALUE 'N'.
               88  C4975-QUEUE-RPT                     VALUE 'Y'.
           05  C4975-RPT-DUP-SW                        PIC X(001)
                                                       VALUE 'N'.
               88  C4975-RPT-DUP                       VALUE 'Y'.

       01  C4975-DT-WORK                               PIC X(010).
       01  C4975-DT-WORK-R REDEFINES C4975-DT-WORK.
           05  C4975-DT-YYYY                           PIC X(004).
           05  C4975-DT-SEP1                           PIC X(001).
           05  C4975-DT-MM                             PIC X(002).
           05  C4975-DT-SEP2                           PIC X(001).
           05  C4975-DT-DD                             PIC X(002).

      *****************************************************************
      *  VSAM RECORD KEYS.  THE WL75VSAM BROWSE IS GENERIC ON THE     *
      *  LEADING POL-ID.                                              *
      *****************************************************************
       01  C4975-RID-WL75.
           05  C4975-RID-WL75-POL-ID                   PIC X(010).
           05  C4975-RID-WL75-DT                       PIC X(010).
           05  C4975-RID-WL75-TM                       PIC X(008).
       01  C4975-RID-WL40                              PIC X(040).
       01  C4975-RID-WL27                              PIC X(010).

      *****************************************************************
      *  ROLLING SAVE AREA - THE LIST SHOWS THE LATEST 4 ENQUIRIES,   *
      *  SO THE BROWSE READS THE POLICY'S WHOLE CHAIN AND KEEPS THE   *
      *  TAIL.  THE LAST RECORD READ IS KEPT WHOLE FOR AN INQUIRY     *
      *  WITH A BLANK CONTACT DATE AND TIME.                          *
      *****************************************************************
       01  C4975-LST-SAVE.
           05  C4975-LST-SAVE-LN     OCCURS 4 TIMES   PIC X(075).
       01  C4975-LATEST-REC                            PIC X(200).

       01  C4975-LST-LINE.
           05  C4975-LST-DT                            PIC X(010).
           05  FILLER                                  PIC X(001)
               VALUE SPACES.
           05  C4975-LST-TM                            PIC X(008).
           05  FILLER                                  PIC X(004)
               VALUE ' CH '.
           05  C4975-LST-CHNL                          PIC X(001).
           05  FILLER                                  PIC X(005)
               VALUE ' CAT '.
           05  C4975-LST-CAT                           PIC X(002).
           05  FILLER                                  PIC X(004)
               VALUE ' ST '.
           05  C4975-LST-STAT                          PIC X(001).
           05  FILLER                                  PIC X(005)
               VALUE ' RPT '.
           05  C4975-LST-RPT                           PIC X(001).
           05  FILLER                                  PIC X(001)
               VALUE SPACES.
           05  C4975-LST-NOTE                          PIC X(032).
       01  C4975-AUD-LINE.
           05  FILLER                                  PIC X(011)
               VALUE 'ENTERED BY '.
           05  C4975-AUD-ENTERED-BY                    PIC X(008).
           05  FILLER                                  PIC X(017)
               VALUE '  LAST UPDATE BY '.
           05  C4975-AUD-UPD-BY                        PIC X(008).
           05  FILLER                                  PIC X(004)
               VALUE ' ON '.
           05  C4975-AUD-UPD-DT                        PIC X(010).
           05  FILLER                                  PIC X(017)
               VALUE SPACES.

           COPY CCWM4975.

           COPY CCWL4975.

           COPY CCWL4976.

           COPY CCWL4940.

           COPY CCWL4927.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                                 PIC X(050).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE - PSEUDO-CONVERSATIONAL DISPATCH.  A           *
      *  COMMAREA BUILT BY WL50 IS A FRESH HAND-OFF WHATEVER THE AID. *
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               MOVE SPACES TO L4976-DATA-INFO
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
               GO TO 0000-RETURN.
           MOVE DFHCOMMAREA TO L4976-DATA-INFO.
           IF L4976-FROM-TRANID = 'WL50'
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
               GO TO 0000-RETURN.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 9200-RETURN-TO-WL50 THRU 9200-EXIT
               WHEN DFHCLEAR
                   PERFORM 9000-SESSION-END THRU 9000-EXIT
               WHEN DFHENTER
                   PERFORM 2000-PROCESS-ENQUIRY THRU 2000-EXIT
               WHEN OTHER
                   PERFORM 1500-INVALID-KEY THRU 1500-EXIT
           END-EVALUATE.
       0000-RETURN.
           MOVE C4975-TRANID TO L4976-FROM-TRANID.
           EXEC CICS RETURN TRANSID(C4975-TRANID)
               COMMAREA(L4976-DATA-INFO) LENGTH(50)
           END-EXEC.
       0000-EXIT.
           EXIT.

      *****************************************************************
      *  1000-FIRST-TIME - FRESH SCREEN, READY FOR AN ADD: THE        *
      *  HAND-OFF'S POLICY FIELDS, PHONE / OPEN / NO REPRINT AS THE   *
      *  DEFAULTS, AND THE POLICY'S EARLIER ENQUIRIES.                *
      *****************************************************************
       1000-FIRST-TIME.
           MOVE LOW-VALUES TO M4975O.
           MOVE 'A' TO EACTO.
           MOVE 'P' TO ECHNO.
           MOVE 'O' TO ESTAO.
           MOVE 'N' TO ERPRO.
           IF L4976-POL-ID = SPACES
               MOVE 'ENTER ACTION AND POLICY' TO EMSGO
               GO TO 1000-SEND.
           MOVE L4976-POL-ID        TO EPOLO.
           MOVE L4976-OW-CLI-ID     TO ECLIO.
           MOVE L4976-LETTER-TYP-CD TO ETYPO.
           MOVE L4976-POL-ANNV-DT   TO EANVO.
           PERFORM 2700-LIST-ENQUIRIES THRU 2700-EXIT.
           MOVE 'POLICY FROM WL50 - ENTER THE CONTACT DETAILS'
               TO EMSGO.
       1000-SEND.
           EXEC CICS SEND MAP('M4975') MAPSET('CCWS4975')
               FROM(M4975O) ERASE RESP(C4975-RESP)
           END-EXEC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1500-INVALID-KEY - UNSUPPORTED AID.                          *
      *****************************************************************
       1500-INVALID-KEY.
           MOVE LOW-VALUES TO M4975O.
           MOVE 'INVALID KEY - SEE PF LEGEND ON LINE 24' TO EMSGO.
           EXEC CICS SEND MAP('M4975') MAPSET('CCWS4975')
               FROM(M4975O) DATAONLY RESP(C4975-RESP)
           END-EXEC.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-ENQUIRY - WORK THE KEYED ACTION, THEN REFRESH   *
      *  THE POLICY'S ENQUIRY LIST.                                   *
      *****************************************************************
       2000-PROCESS-ENQUIRY.
           EXEC CICS RECEIVE MAP('M4975') MAPSET('CCWS4975')
               INTO(M4975I) RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO M4975I
               MOVE 'ENTER ACTION AND POLICY' TO EMSGO
               GO TO 2000-SEND.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           PERFORM 2050-TAKE-INPUT THRU 2050-EXIT.
           MOVE LOW-VALUES TO EMSGO.
           IF EPOLI = SPACES
               MOVE 'POLICY REQUIRED' TO EMSGO
               GO TO 2000-SEND.
           MOVE EPOLI TO L4976-POL-ID.
           MOVE 'N' TO C4975-QUEUE-RPT-SW
                       C4975-RPT-DUP-SW.
           EVALUATE EACTI
               WHEN 'A'
                   PERFORM 2100-ENQ-ADD THRU 2100-EXIT
               WHEN 'I'
                   PERFORM 2200-ENQ-INQUIRE THRU 2200-EXIT
               WHEN 'U'
                   PERFORM 2300-ENQ-UPDATE THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, I OR U' TO EMSGO
           END-EVALUATE.
           PERFORM 2700-LIST-ENQUIRIES THRU 2700-EXIT.
       2000-SEND.
           PERFORM 2070-CLEAR-ATTRS THRU 2070-EXIT.
           EXEC CICS SEND MAP('M4975') MAPSET('CCWS4975')
               FROM(M4975O) DATAONLY RESP(C4975-RESP)
           END-EXEC.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-TAKE-INPUT - THE INPUT FIELDS ARE FSET, SO EVERY FIELD  *
      *  HOLDING DATA COMES BACK; A ZERO LENGTH IS AN EMPTY FIELD.    *
      *****************************************************************
       2050-TAKE-INPUT.
           IF EACTL = ZERO
               MOVE SPACES TO EACTI.
           IF EPOLL = ZERO
               MOVE SPACES TO EPOLI.
           IF ECLIL = ZERO
               MOVE SPACES TO ECLII.
           IF ETYPL = ZERO
               MOVE SPACES TO ETYPI.
           IF EANVL = ZERO
               MOVE SPACES TO EANVI.
           IF EDTL = ZERO
               MOVE SPACES TO EDTI.
           IF ETML = ZERO
               MOVE SPACES TO ETMI.
           IF ECHNL = ZERO
               MOVE SPACES TO ECHNI.
           IF ECATL = ZERO
               MOVE SPACES TO ECATI.
           IF ESTAL = ZERO
               MOVE SPACES TO ESTAI.
           IF ERPRL = ZERO
               MOVE SPACES TO ERPRI.
           IF ENT1L = ZERO
               MOVE SPACES TO ENT1I.
           IF ENT2L = ZERO
               MOVE SPACES TO ENT2I.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2070-CLEAR-ATTRS - THE MAP AREA STILL HOLDS THE RECEIVE'S    *
      *  FLAG BYTES; A FIELD ERASED WITH ERASE-EOF LEFT DFHBMEOF      *
      *  THERE, WHICH A DATAONLY SEND WOULD TRANSMIT AS THE FIELD'S   *
      *  ATTRIBUTE BYTE.                                              *
      *****************************************************************
       2070-CLEAR-ATTRS.
           MOVE LOW-VALUES TO EACTA EPOLA ECLIA ETYPA EANVA EDTA ETMA
                              ECHNA ECATA ESTAA ERDTA ERPRA ENT1A
                              ENT2A EAUDA ELS1A ELS2A ELS3A ELS4A
                              EMSGA.
       2070-EXIT.
           EXIT.

      *****************************************************************
      *  2100-ENQ-ADD - LOG A NEW ENQUIRY.  THE ENQUIRY IS WRITTEN    *
      *  BEFORE THE REPRINT IS QUEUED, SO A REJECTED WRITE NEVER      *
      *  LEAVES A REQUEST BEHIND.                                     *
      *****************************************************************
       2100-ENQ-ADD.
           IF ERPRI = 'Y'
               SET C4975-QUEUE-RPT TO TRUE.
           PERFORM 2150-DEFAULT-FROM-FEED THRU 2150-EXIT.
           PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
           MOVE SPACES          TO L4975-DATA-INFO.
           MOVE EPOLI           TO L4975-POL-ID.
           MOVE C4975-TODAY-DT  TO L4975-CONTACT-DT.
           MOVE C4975-NOW-TM    TO L4975-CONTACT-TM.
           MOVE ECLII           TO L4975-OW-CLI-ID.
           MOVE ETYPI           TO L4975-LETTER-TYP-CD.
           MOVE EANVI           TO L4975-POL-ANNV-DT.
           MOVE C4975-USER-ID   TO L4975-ENTERED-BY-ID.
           MOVE 'N'             TO L4975-REPRINT-IND.
           IF ESTAI = SPACES
               MOVE 'O' TO ESTAI.
           PERFORM 2160-APPLY-FIELDS THRU 2160-EXIT.
           PERFORM 7500-VALIDATE-ENQUIRY THRU 7500-EXIT.
           IF NOT C4975-FIELDS-OK
               GO TO 2100-EXIT.
           IF L4975-RESOL-STAT-CD = 'R'
               MOVE C4975-TODAY-DT TO L4975-RESOL-DT.
           IF C4975-QUEUE-RPT
               MOVE 'Y' TO L4975-REPRINT-IND.
           EXEC CICS WRITE FILE('WL75VSAM')
               FROM(L4975-DATA-INFO) RIDFLD(L4975-ENQ-KEY)
               RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(DUPREC)
               MOVE 'ENQUIRY KEY IN USE - PRESS ENTER AGAIN'
                   TO EMSGO
               GO TO 2100-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           IF C4975-QUEUE-RPT
               PERFORM 2500-QUEUE-REPRINT THRU 2500-EXIT.
           PERFORM 2600-SHOW-ENQUIRY THRU 2600-EXIT.
           MOVE 'U' TO EACTO.
           EVALUATE TRUE
               WHEN C4975-RPT-DUP
                   MOVE 'ENQUIRY LOGGED - REPRINT ALREADY QUEUED'
                       TO EMSGO
               WHEN C4975-QUEUE-RPT
                   MOVE 'ENQUIRY LOGGED AND REPRINT REQUEST QUEUED'
                       TO EMSGO
               WHEN OTHER
                   MOVE 'ENQUIRY LOGGED' TO EMSGO
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-DEFAULT-FROM-FEED - A POLICY KEYED HERE RATHER THAN     *
      *  HANDED OVER BY WL50: FILL A BLANK OWNER, LETTER TYPE OR      *
      *  ANNIVERSARY FROM THE CURRENT FEED, WHEN THE POLICY IS IN IT. *
      *****************************************************************
       2150-DEFAULT-FROM-FEED.
           IF ECLII NOT = SPACES
           AND ETYPI NOT = SPACES
           AND EANVI NOT = SPACES
               GO TO 2150-EXIT.
           MOVE EPOLI TO C4975-RID-WL27.
      *    PRESET THE ODO COUNT TO THE MAXIMUM (SEE CCWC4950 2100).
           MOVE 15 TO L4927-OW-ADDR-CNT.
           EXEC CICS READ FILE('WL27VSAM')
               RIDFLD(C4975-RID-WL27) INTO(L4927-DATA-INFO)
               RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(NOTFND)
               GO TO 2150-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           IF ECLII = SPACES
               MOVE L4927-OW-CLI-ID TO ECLII.
           IF ETYPI = SPACES
               MOVE L4927-LETTER-TYP-CD TO ETYPI.
           IF EANVI = SPACES
               MOVE L4927-POL-ANNV-DT TO EANVI.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2160-APPLY-FIELDS - THE FIELDS AN ADD OR UPDATE MAY SET.     *
      *****************************************************************
       2160-APPLY-FIELDS.
           MOVE ECHNI TO L4975-CONTACT-CHNL-CD.
           MOVE ECATI TO L4975-CATEGORY-CD.
           MOVE ESTAI TO L4975-RESOL-STAT-CD.
           MOVE SPACES TO L4975-NOTE-TXT.
           STRING ENT1I ENT2I DELIMITED BY SIZE INTO L4975-NOTE-TXT.
       2160-EXIT.
           EXIT.

      *****************************************************************
      *  2200-ENQ-INQUIRE - ONE ENQUIRY BY ITS FULL KEY, OR THE       *
      *  POLICY'S LATEST WHEN CONTACT DATE AND TIME ARE BLANK.        *
      *****************************************************************
       2200-ENQ-INQUIRE.
           IF EDTI = SPACES
           AND ETMI = SPACES
               PERFORM 2700-LIST-ENQUIRIES THRU 2700-EXIT
               IF NOT C4975-LATEST-FOUND
                   MOVE 'NO ENQUIRIES LOGGED FOR THIS POLICY' TO EMSGO
                   GO TO 2200-EXIT
               END-IF
               MOVE C4975-LATEST-REC TO L4975-DATA-INFO
               PERFORM 2600-SHOW-ENQUIRY THRU 2600-EXIT
               MOVE 'LATEST ENQUIRY DISPLAYED' TO EMSGO
               GO TO 2200-EXIT.
           MOVE EPOLI TO C4975-RID-WL75-POL-ID.
           MOVE EDTI  TO C4975-RID-WL75-DT.
           MOVE ETMI  TO C4975-RID-WL75-TM.
           EXEC CICS READ FILE('WL75VSAM')
               RIDFLD(C4975-RID-WL75) INTO(L4975-DATA-INFO)
               RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(NOTFND)
               MOVE 'ENQUIRY NOT ON FILE' TO EMSGO
               GO TO 2200-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           PERFORM 2600-SHOW-ENQUIRY THRU 2600-EXIT.
           MOVE 'ENQUIRY DISPLAYED' TO EMSGO.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-ENQ-UPDATE - CHANNEL, CATEGORY, NOTE, STATUS AND THE    *
      *  REPRINT FLAG.  RESOLVING STAMPS THE RESOLUTION DATE;         *
      *  RE-OPENING CLEARS IT.  THE REPRINT FLAG IS ONLY EVER SET -   *
      *  A QUEUED REQUEST CANNOT BE WITHDRAWN FROM HERE.              *
      *****************************************************************
       2300-ENQ-UPDATE.
           IF EDTI = SPACES
           OR ETMI = SPACES
               MOVE 'CONTACT DT AND TM REQUIRED - USE I FIRST'
                   TO EMSGO
               GO TO 2300-EXIT.
           MOVE EPOLI TO C4975-RID-WL75-POL-ID.
           MOVE EDTI  TO C4975-RID-WL75-DT.
           MOVE ETMI  TO C4975-RID-WL75-TM.
           EXEC CICS READ FILE('WL75VSAM')
               RIDFLD(C4975-RID-WL75) INTO(L4975-DATA-INFO)
               UPDATE RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(NOTFND)
               MOVE 'ENQUIRY NOT ON FILE - USE A TO ADD' TO EMSGO
               GO TO 2300-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE L4975-RESOL-STAT-CD TO C4975-OLD-STAT-CD.
           MOVE L4975-REPRINT-IND   TO C4975-OLD-REPRINT-IND.
           PERFORM 2160-APPLY-FIELDS THRU 2160-EXIT.
           PERFORM 7500-VALIDATE-ENQUIRY THRU 7500-EXIT.
           IF NOT C4975-FIELDS-OK
               GO TO 2300-EXIT.
           PERFORM 8100-STAMP-NOW THRU 8100-EXIT.
           IF L4975-RESOL-STAT-CD = 'R'
               IF C4975-OLD-STAT-CD NOT = 'R'
                   MOVE C4975-TODAY-DT TO L4975-RESOL-DT
               END-IF
           ELSE
               MOVE SPACES TO L4975-RESOL-DT.
           IF ERPRI = 'Y'
           AND C4975-OLD-REPRINT-IND NOT = 'Y'
               SET C4975-QUEUE-RPT TO TRUE
               MOVE 'Y' TO L4975-REPRINT-IND.
           MOVE C4975-USER-ID  TO L4975-UPD-BY-ID.
           MOVE C4975-TODAY-DT TO L4975-UPD-DT.
           EXEC CICS REWRITE FILE('WL75VSAM')
               FROM(L4975-DATA-INFO) RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           IF C4975-QUEUE-RPT
               PERFORM 2500-QUEUE-REPRINT THRU 2500-EXIT.
           PERFORM 2600-SHOW-ENQUIRY THRU 2600-EXIT.
           EVALUATE TRUE
               WHEN C4975-RPT-DUP
                   MOVE 'ENQUIRY UPDATED - REPRINT ALREADY QUEUED'
                       TO EMSGO
               WHEN C4975-QUEUE-RPT
                   MOVE 'ENQUIRY UPDATED AND REPRINT REQUEST QUEUED'
                       TO EMSGO
               WHEN OTHER
                   MOVE 'ENQUIRY UPDATED' TO EMSGO
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-QUEUE-REPRINT - ONE 'Q' CCWL4940 REQUEST FOR THE DAILY  *
      *  REPRINT PROCESSOR (CCWB4951), REASON FROM THE CATEGORY.  A   *
      *  REQUEST ALREADY QUEUED TODAY BY THE SAME USER IS LEFT AS IT  *
      *  IS - ONE LETTER SUFFICES.                                    *
      *****************************************************************
       2500-QUEUE-REPRINT.
           MOVE SPACES             TO L4940-DATA-INFO.
           MOVE L4975-POL-ID       TO L4940-POL-ID.
           MOVE C4975-USER-ID      TO L4940-REQ-BY-ID.
           EVALUATE L4975-CATEGORY-CD
               WHEN 'NR'
                   MOVE 'LL' TO L4940-REQ-RSN-CD
               WHEN 'AD'
                   MOVE 'AC' TO L4940-REQ-RSN-CD
               WHEN OTHER
                   MOVE 'OT' TO L4940-REQ-RSN-CD
           END-EVALUATE.
           MOVE L4975-POL-ANNV-DT  TO L4940-REQ-LETTER-DT.
           MOVE C4975-TODAY-DT     TO L4940-REQ-DT.
           MOVE 'Q'                TO L4940-REQ-STAT-CD.
           MOVE L4940-DATA-INFO (1:40) TO C4975-RID-WL40.
           EXEC CICS WRITE FILE('WL40VSAM')
               FROM(L4940-DATA-INFO) RIDFLD(C4975-RID-WL40)
               RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(DUPREC)
               SET C4975-RPT-DUP TO TRUE
               GO TO 2500-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-SHOW-ENQUIRY - L4975-DATA-INFO TO THE DETAIL FIELDS.    *
      *****************************************************************
       2600-SHOW-ENQUIRY.
           MOVE L4975-POL-ID          TO EPOLO.
           MOVE L4975-OW-CLI-ID       TO ECLIO.
           MOVE L4975-LETTER-TYP-CD   TO ETYPO.
           MOVE L4975-POL-ANNV-DT     TO EANVO.
           MOVE L4975-CONTACT-DT      TO EDTO.
           MOVE L4975-CONTACT-TM      TO ETMO.
           MOVE L4975-CONTACT-CHNL-CD TO ECHNO.
           MOVE L4975-CATEGORY-CD     TO ECATO.
           MOVE L4975-RESOL-STAT-CD   TO ESTAO.
           MOVE L4975-RESOL-DT        TO ERDTO.
           MOVE L4975-REPRINT-IND     TO ERPRO.
           MOVE L4975-NOTE-TXT (1:50)  TO ENT1O.
           MOVE L4975-NOTE-TXT (51:50) TO ENT2O.
           MOVE L4975-ENTERED-BY-ID   TO C4975-AUD-ENTERED-BY.
           MOVE L4975-UPD-BY-ID       TO C4975-AUD-UPD-BY.
           MOVE L4975-UPD-DT          TO C4975-AUD-UPD-DT.
           MOVE C4975-AUD-LINE        TO EAUDO.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-LIST-ENQUIRIES - EVERY CCWL4975 ENQUIRY OF THE POLICY   *
      *  (KEY ORDER = CONTACT ORDER); THE LATEST 4 REACH THE SCREEN   *
      *  AND THE LATEST IS KEPT IN C4975-LATEST-REC.                  *
      *****************************************************************
       2700-LIST-ENQUIRIES.
           MOVE 'N' TO C4975-LATEST-FOUND-SW.
           MOVE ZERO TO C4975-LST-LINE-CNT
                        C4975-LST-TOT-CNT.
           MOVE SPACES TO ELS1O ELS2O ELS3O ELS4O.
           MOVE SPACES TO C4975-RID-WL75.
           MOVE L4976-POL-ID TO C4975-RID-WL75-POL-ID.
           EXEC CICS STARTBR FILE('WL75VSAM')
               RIDFLD(C4975-RID-WL75) GTEQ RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP = DFHRESP(NOTFND)
               MOVE 'NO ENQUIRIES LOGGED FOR THIS POLICY' TO ELS1O
               GO TO 2700-EXIT.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           PERFORM 2710-NEXT-ENQUIRY THRU 2710-EXIT
               UNTIL C4975-RESP NOT = DFHRESP(NORMAL)
                  OR L4975-POL-ID NOT = L4976-POL-ID.
           EXEC CICS ENDBR FILE('WL75VSAM') END-EXEC.
           IF C4975-LST-LINE-CNT = ZERO
               MOVE 'NO ENQUIRIES LOGGED FOR THIS POLICY' TO ELS1O
               GO TO 2700-EXIT.
           MOVE C4975-LST-SAVE-LN (1) TO ELS1O.
           IF C4975-LST-LINE-CNT > 1
               MOVE C4975-LST-SAVE-LN (2) TO ELS2O.
           IF C4975-LST-LINE-CNT > 2
               MOVE C4975-LST-SAVE-LN (3) TO ELS3O.
           IF C4975-LST-LINE-CNT > 3
               MOVE C4975-LST-SAVE-LN (4) TO ELS4O.
       2700-EXIT.
           EXIT.

       2710-NEXT-ENQUIRY.
           EXEC CICS READNEXT FILE('WL75VSAM')
               RIDFLD(C4975-RID-WL75) INTO(L4975-DATA-INFO)
               RESP(C4975-RESP)
           END-EXEC.
           IF C4975-RESP NOT = DFHRESP(NORMAL)
           OR L4975-POL-ID NOT = L4976-POL-ID
               GO TO 2710-EXIT.
           SET C4975-LATEST-FOUND TO TRUE.
           MOVE L4975-DATA-INFO       TO C4975-LATEST-REC.
           MOVE L4975-CONTACT-DT      TO C4975-LST-DT.
           MOVE L4975-CONTACT-TM      TO C4975-LST-TM.
           MOVE L4975-CONTACT-CHNL-CD TO C4975-LST-CHNL.
           MOVE L4975-CATEGORY-CD     TO C4975-LST-CAT.
           MOVE L4975-RESOL-STAT-CD   TO C4975-LST-STAT.
           MOVE L4975-REPRINT-IND     TO C4975-LST-RPT.
           MOVE L4975-NOTE-TXT        TO C4975-LST-NOTE.
           ADD 1 TO C4975-LST-TOT-CNT.
           IF C4975-LST-LINE-CNT < 4
               ADD 1 TO C4975-LST-LINE-CNT
           ELSE
               MOVE C4975-LST-SAVE-LN (2) TO C4975-LST-SAVE-LN (1)
               MOVE C4975-LST-SAVE-LN (3) TO C4975-LST-SAVE-LN (2)
               MOVE C4975-LST-SAVE-LN (4) TO C4975-LST-SAVE-LN (3).
           MOVE C4975-LST-LINE
               TO C4975-LST-SAVE-LN (C4975-LST-LINE-CNT).
       2710-EXIT.
           EXIT.

      *****************************************************************
      *  7500-VALIDATE-ENQUIRY - THE CODE DOMAINS CCWL4975 DOCUMENTS, *
      *  AN OWNER AND LETTER TYPE, AND A VALID ANNIVERSARY WHEN ONE   *
      *  IS GIVEN.                                                    *
      *****************************************************************
       7500-VALIDATE-ENQUIRY.
           MOVE 'N' TO C4975-FIELDS-OK-SW.
           IF L4975-OW-CLI-ID = SPACES
               MOVE 'OWNER CLI-ID REQUIRED' TO EMSGO
               GO TO 7500-EXIT.
           IF L4975-LETTER-TYP-CD = SPACES
               MOVE 'LETTER TYPE REQUIRED' TO EMSGO
               GO TO 7500-EXIT.
           IF L4975-POL-ANNV-DT NOT = SPACES
               MOVE L4975-POL-ANNV-DT TO C4975-DT-WORK
               PERFORM 7600-VALIDATE-DATE THRU 7600-EXIT
               IF NOT C4975-DATE-OK
                   MOVE 'ANNIVERSARY MUST BE A VALID YYYY-MM-DD'
                       TO EMSGO
                   GO TO 7500-EXIT
               END-IF
           END-IF.
           IF L4975-CONTACT-CHNL-CD NOT = 'P'
           AND L4975-CONTACT-CHNL-CD NOT = 'E'
           AND L4975-CONTACT-CHNL-CD NOT = 'B'
           AND L4975-CONTACT-CHNL-CD NOT = 'A'
           AND L4975-CONTACT-CHNL-CD NOT = 'L'
               MOVE 'CHANNEL MUST BE P, E, B, A OR L' TO EMSGO
               GO TO 7500-EXIT.
           IF L4975-CATEGORY-CD NOT = 'WF'
           AND L4975-CATEGORY-CD NOT = 'NR'
           AND L4975-CATEGORY-CD NOT = 'LG'
           AND L4975-CATEGORY-CD NOT = 'AD'
           AND L4975-CATEGORY-CD NOT = 'RP'
           AND L4975-CATEGORY-CD NOT = 'GE'
           AND L4975-CATEGORY-CD NOT = 'OT'
               MOVE 'CATEGORY MUST BE WF, NR, LG, AD, RP, GE OR OT'
                   TO EMSGO
               GO TO 7500-EXIT.
           IF L4975-RESOL-STAT-CD NOT = 'O'
           AND L4975-RESOL-STAT-CD NOT = 'P'
           AND L4975-RESOL-STAT-CD NOT = 'R'
               MOVE 'STATUS MUST BE O, P OR R' TO EMSGO
               GO TO 7500-EXIT.
           IF ERPRI NOT = 'Y'
           AND ERPRI NOT = 'N'
           AND ERPRI NOT = SPACES
               MOVE 'REPRINT MUST BE Y OR N' TO EMSGO
               GO TO 7500-EXIT.
           SET C4975-FIELDS-OK TO TRUE.
       7500-EXIT.
           EXIT.

      *****************************************************************
      *  7600-VALIDATE-DATE - C4975-DT-WORK MUST BE A PLAUSIBLE       *
      *  YYYY-MM-DD.                                                  *
      *****************************************************************
       7600-VALIDATE-DATE.
           MOVE 'N' TO C4975-DATE-OK-SW.
           IF C4975-DT-SEP1 NOT = '-'
           OR C4975-DT-SEP2 NOT = '-'
               GO TO 7600-EXIT.
           IF C4975-DT-YYYY NOT NUMERIC
           OR C4975-DT-MM   NOT NUMERIC
           OR C4975-DT-DD   NOT NUMERIC
               GO TO 7600-EXIT.
           IF C4975-DT-MM < '01' OR C4975-DT-MM > '12'
               GO TO 7600-EXIT.
           IF C4975-DT-DD < '01' OR C4975-DT-DD > '31'
               GO TO 7600-EXIT.
           SET C4975-DATE-OK TO TRUE.
       7600-EXIT.
           EXIT.

      *****************************************************************
      *  8100-STAMP-NOW - CURRENT DATE, TIME AND SIGNED-ON USER.      *
      *****************************************************************
       8100-STAMP-NOW.
           EXEC CICS ASKTIME ABSTIME(C4975-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(C4975-ABSTIME)
               YYYYMMDD(C4975-TODAY-DT) DATESEP('-')
               TIME(C4975-NOW-TM) TIMESEP(':')
           END-EXEC.
           EXEC CICS ASSIGN USERID(C4975-USER-ID) END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  9000-SESSION-END - CLEAN EXIT.                               *
      *****************************************************************
       9000-SESSION-END.
           EXEC CICS SEND TEXT FROM(C4975-TRANID) LENGTH(4)
               ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       9000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-ERROR-EXIT - UNEXPECTED FILE/MAP RESPONSE.  THE ABEND   *
      *  BACKS OUT ANY UNCOMMITTED FILE CHANGE OF THIS TASK, SO AN    *
      *  ENQUIRY AND THE REPRINT REQUEST IT QUEUES LAND TOGETHER.     *
      *****************************************************************
       9100-ERROR-EXIT.
           EXEC CICS ABEND ABCODE('W475') END-EXEC.
       9100-EXIT.
           EXIT.

      *****************************************************************
      *  9200-RETURN-TO-WL50 - BACK TO THE INQUIRY, WHICH RE-INQUIRES *
      *  THE POLICY THIS SCREEN WAS ON (A FRESH WL50 SCREEN WHEN NO   *
      *  POLICY WAS KEYED).                                           *
      *****************************************************************
       9200-RETURN-TO-WL50.
           IF L4976-POL-ID = SPACES
               EXEC CICS XCTL PROGRAM('CCWC4950')
                   RESP(C4975-RESP)
               END-EXEC
           ELSE
               MOVE C4975-TRANID TO L4976-FROM-TRANID
               EXEC CICS XCTL PROGRAM('CCWC4950')
                   COMMAREA(L4976-DATA-INFO) LENGTH(50)
                   RESP(C4975-RESP)
               END-EXEC.
           PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
       9200-EXIT.
           EXIT.
