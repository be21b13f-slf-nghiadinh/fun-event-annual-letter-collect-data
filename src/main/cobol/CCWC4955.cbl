      **              M4955X - CCWL4936 EXCHANGE-RATE TABLE (PF5)    **
      **              M4955O - CCWL4941 DELIVERY OVERRIDES (PF6)     **
      **              M4955C - RTRYCTL/BASECTL CONTROL CARDS (PF7)   **
      **              M4955L - CCWL4972 LANGUAGE OVERRIDES (PF8)     **
      **            EACH SCREEN ENFORCES THE FIELD RULES THE         **
      **            COPYBOOKS DOCUMENT: RULE-TYPE VS MATCH-FIELD     **
      **            PAIRING ON CCWL4938, ISO CURRENCY CODE AND       **
      **            VALID/ORDERED DATES ON CCWL4936, VALID OVERRIDE  **
      **            CODES ON CCWL4941, VALID LANGUAGE CODE AND       **
      **            REQUEST DATE ON CCWL4972, AND THE CARD SYNTAX    **
      **            CCWB4943/CCWB4947 PARSE.  EVERY APPLIED CHANGE   **
      **            WRITES A WHO/WHEN/OLD-VALUE/NEW-VALUE CCWL4955   **
      **            AUDIT RECORD TO WL55VSAM.                        **
      **                                                             **
      **            DATA IS SERVED FROM THE VSAM COPIES OF THE       **
      **            PARAMETER FILES (THE BATCH JOBS STILL READ THE   **
      **                         XRATE-EFF-DT (COLS 1-13)            **
      **              WL41VSAM - CCWL4941, KSDS, KEY = OW-CLI-ID /   **
      **                         POL-ID (COLS 1-20)                  **
      **              WL72VSAM - CCWL4972, KSDS, KEY = OW-CLI-ID     **
      **              WLCTVSAM - CONTROL CARDS, KSDS, KEY = CARD ID  **
      **                         ('RTRYCTL '/'BASECTL '), RECORD =   **
      **                         KEY + 80-BYTE CARD IMAGE            **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04955**  01SEP2026 PHONGP OPS PARAMETER MAINTENANCE TRANSACTION     **
U04955**  15OCT2026 PHONGP OWNER LANGUAGE OVERRIDE SCREEN (PF8)       **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWC4955.
       01  C4955-RID-WL41.
           05  C4955-RID-WL41-CLI                      PIC X(010).
           05  C4955-RID-WL41-POL                      PIC X(010).
       01  C4955-RID-WL72                              PIC X(010).
       01  C4955-RID-WLCT                              PIC X(008).

      *****************************************************************

           COPY CCWL4941.

           COPY CCWL4972.

           COPY CCWL4955.

           COPY DFHAID.
               WHEN DFHPF7
                   MOVE 'C' TO C4955-SCREEN-ID
                   PERFORM 1000-FIRST-TIME THRU 1000-EXIT
               WHEN DFHPF8
                   MOVE 'L' TO C4955-SCREEN-ID
                   PERFORM 1000-FIRST-TIME THRU 1000-EXIT
               WHEN DFHENTER
                   PERFORM 2000-DISPATCH-ENTER THRU 2000-EXIT
               WHEN OTHER
                   EXEC CICS SEND MAP('M4955O') MAPSET('CCWS4955')
                       FROM(M4955OO) ERASE RESP(C4955-RESP)
                   END-EXEC
               WHEN 'L'
                   MOVE LOW-VALUES TO M4955LO
                   MOVE 'ENTER ACTION AND OWNER CLI-ID' TO LMSGO
                   EXEC CICS SEND MAP('M4955L') MAPSET('CCWS4955')
                       FROM(M4955LO) ERASE RESP(C4955-RESP)
                   END-EXEC
               WHEN OTHER
                   MOVE LOW-VALUES TO M4955CO
                   MOVE 'ENTER ACTION AND CARD ID (RTRYCTL/BASECTL)'
                   PERFORM 2200-PROCESS-RATES THRU 2200-EXIT
               WHEN 'O'
                   PERFORM 2300-PROCESS-OVERRIDES THRU 2300-EXIT
               WHEN 'L'
                   PERFORM 2500-PROCESS-LANG THRU 2500-EXIT
               WHEN OTHER
                   PERFORM 2400-PROCESS-CARDS THRU 2400-EXIT
           END-EVALUATE.
       2430-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PROCESS-LANG - CCWL4972 LANGUAGE OVERRIDE MAINTENANCE.  *
      *****************************************************************
       2500-PROCESS-LANG.
           EXEC CICS RECEIVE MAP('M4955L') MAPSET('CCWS4955')
               INTO(M4955LI) RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO M4955LI
               MOVE 'ENTER ACTION AND OWNER CLI-ID' TO LMSGO
               GO TO 2500-SEND.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE LOW-VALUES TO LMSGO.
           IF LCLIL = ZERO
               MOVE 'OWNER CLI-ID REQUIRED' TO LMSGO
               GO TO 2500-SEND.
           MOVE LCLII TO C4955-RID-WL72.
           EVALUATE LACTI
               WHEN 'I'
                   PERFORM 2510-LANG-INQUIRE THRU 2510-EXIT
               WHEN 'A'
                   PERFORM 2520-LANG-ADD THRU 2520-EXIT
               WHEN 'U'
                   PERFORM 2530-LANG-UPDATE THRU 2530-EXIT
               WHEN 'D'
                   PERFORM 2540-LANG-DELETE THRU 2540-EXIT
               WHEN OTHER
                   MOVE 'ACTION MUST BE I, A, U OR D' TO LMSGO
           END-EVALUATE.
       2500-SEND.
           PERFORM 2570-CLEAR-LANG-ATTRS THRU 2570-EXIT.
           EXEC CICS SEND MAP('M4955L') MAPSET('CCWS4955')
               FROM(M4955LO) DATAONLY RESP(C4955-RESP)
           END-EXEC.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2570-CLEAR-LANG-ATTRS - AS 2170, FOR THE LANGUAGE SCREEN.    *
      *****************************************************************
       2570-CLEAR-LANG-ATTRS.
           MOVE LOW-VALUES TO LACTA LCLIA LDTA LRSNA LLNGA LMSGA.
       2570-EXIT.
           EXIT.

       2510-LANG-INQUIRE.
           EXEC CICS READ FILE('WL72VSAM')
               RIDFLD(C4955-RID-WL72) INTO(L4972-DATA-INFO)
               RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP = DFHRESP(NOTFND)
               MOVE 'LANGUAGE OVERRIDE NOT ON FILE' TO LMSGO
               GO TO 2510-EXIT.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           PERFORM 2560-SHOW-LANG THRU 2560-EXIT.
           MOVE 'LANGUAGE OVERRIDE DISPLAYED' TO LMSGO.
       2510-EXIT.
           EXIT.

       2520-LANG-ADD.
           MOVE SPACES TO L4972-DATA-INFO.
           MOVE LCLII  TO L4972-OW-CLI-ID.
           PERFORM 2550-APPLY-LANG-FIELDS THRU 2550-EXIT.
           PERFORM 7500-VALIDATE-LANG THRU 7500-EXIT.
           IF NOT C4955-FIELDS-OK
               GO TO 2520-EXIT.
           EXEC CICS WRITE FILE('WL72VSAM')
               FROM(L4972-DATA-INFO) RIDFLD(C4955-RID-WL72)
               RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP = DFHRESP(DUPREC)
               MOVE 'LANGUAGE OVERRIDE ALREADY ON FILE - USE U'
                   TO LMSGO
               GO TO 2520-EXIT.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE 'CCWL4972'        TO C4955-AUD-FILE-ID.
           MOVE 'A'               TO C4955-AUD-ACTION-CD.
           MOVE SPACES            TO C4955-AUD-REC-KEY
                                     C4955-AUD-OLD-VALUE
                                     C4955-AUD-NEW-VALUE.
           MOVE C4955-RID-WL72    TO C4955-AUD-REC-KEY.
           MOVE L4972-DATA-INFO   TO C4955-AUD-NEW-VALUE.
           PERFORM 8900-WRITE-AUDIT THRU 8900-EXIT.
           PERFORM 2560-SHOW-LANG THRU 2560-EXIT.
           MOVE 'LANGUAGE OVERRIDE ADDED AND AUDITED' TO LMSGO.
       2520-EXIT.
           EXIT.

       2530-LANG-UPDATE.
           EXEC CICS READ FILE('WL72VSAM')
               RIDFLD(C4955-RID-WL72) INTO(L4972-DATA-INFO)
               UPDATE RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP = DFHRESP(NOTFND)
               MOVE 'LANGUAGE OVERRIDE NOT ON FILE - USE A TO ADD'
                   TO LMSGO
               GO TO 2530-EXIT.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE SPACES          TO C4955-AUD-OLD-VALUE.
           MOVE L4972-DATA-INFO TO C4955-AUD-OLD-VALUE.
           PERFORM 2550-APPLY-LANG-FIELDS THRU 2550-EXIT.
           PERFORM 7500-VALIDATE-LANG THRU 7500-EXIT.
           IF NOT C4955-FIELDS-OK
               GO TO 2530-EXIT.
           EXEC CICS REWRITE FILE('WL72VSAM')
               FROM(L4972-DATA-INFO) RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE 'CCWL4972'        TO C4955-AUD-FILE-ID.
           MOVE 'U'               TO C4955-AUD-ACTION-CD.
           MOVE SPACES            TO C4955-AUD-REC-KEY.
           MOVE C4955-RID-WL72    TO C4955-AUD-REC-KEY.
           MOVE SPACES            TO C4955-AUD-NEW-VALUE.
           MOVE L4972-DATA-INFO   TO C4955-AUD-NEW-VALUE.
           PERFORM 8900-WRITE-AUDIT THRU 8900-EXIT.
           PERFORM 2560-SHOW-LANG THRU 2560-EXIT.
           MOVE 'LANGUAGE OVERRIDE UPDATED AND AUDITED' TO LMSGO.
       2530-EXIT.
           EXIT.

       2540-LANG-DELETE.
           EXEC CICS READ FILE('WL72VSAM')
               RIDFLD(C4955-RID-WL72) INTO(L4972-DATA-INFO)
               UPDATE RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP = DFHRESP(NOTFND)
               MOVE 'LANGUAGE OVERRIDE NOT ON FILE' TO LMSGO
               GO TO 2540-EXIT.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           EXEC CICS DELETE FILE('WL72VSAM') RESP(C4955-RESP)
           END-EXEC.
           IF C4955-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-ERROR-EXIT THRU 9100-EXIT.
           MOVE 'CCWL4972'        TO C4955-AUD-FILE-ID.
           MOVE 'D'               TO C4955-AUD-ACTION-CD.
           MOVE SPACES            TO C4955-AUD-REC-KEY
                                     C4955-AUD-OLD-VALUE
                                     C4955-AUD-NEW-VALUE.
           MOVE C4955-RID-WL72    TO C4955-AUD-REC-KEY.
           MOVE L4972-DATA-INFO   TO C4955-AUD-OLD-VALUE.
           PERFORM 8900-WRITE-AUDIT THRU 8900-EXIT.
           MOVE SPACES TO LDTO LRSNO LLNGO.
           MOVE 'LANGUAGE OVERRIDE DELETED AND AUDITED' TO LMSGO.
       2540-EXIT.
           EXIT.

       2550-APPLY-LANG-FIELDS.
           IF LDTL > ZERO
               MOVE LDTI TO L4972-RQST-DT
           ELSE
               IF LDTF = DFHBMEOF
                   MOVE SPACES TO L4972-RQST-DT.
           IF LRSNL > ZERO
               MOVE LRSNI TO L4972-RQST-RSN-TXT
           ELSE
               IF LRSNF = DFHBMEOF
                   MOVE SPACES TO L4972-RQST-RSN-TXT.
           IF LLNGL > ZERO
               MOVE LLNGI TO L4972-LANG-PREF-OVRD-CD
           ELSE
               IF LLNGF = DFHBMEOF
                   MOVE SPACES TO L4972-LANG-PREF-OVRD-CD.
       2550-EXIT.
           EXIT.

       2560-SHOW-LANG.
           MOVE L4972-RQST-DT            TO LDTO.
           MOVE L4972-RQST-RSN-TXT       TO LRSNO.
           MOVE L4972-LANG-PREF-OVRD-CD  TO LLNGO.
       2560-EXIT.
           EXIT.

      *****************************************************************
      *  7100-VALIDATE-RULE - THE FIELD RULES CCWL4938 DOCUMENTS:     *
      *  THE MATCH FIELD THE RULE TYPE NAMES MUST BE PRESENT, THE     *
       7400-EXIT.
           EXIT.

      *****************************************************************
      *  7500-VALIDATE-LANG - THE CODE DOMAIN CCWL4972 DOCUMENTS AND  *
      *  A VALID REQUEST DATE.                                        *
      *****************************************************************
       7500-VALIDATE-LANG.
           MOVE 'N' TO C4955-FIELDS-OK-SW.
           IF L4972-LANG-PREF-OVRD-CD NOT = 'L'
           AND L4972-LANG-PREF-OVRD-CD NOT = 'E'
               MOVE 'LANGUAGE CODE MUST BE L OR E' TO LMSGO
               GO TO 7500-EXIT.
           IF L4972-RQST-DT = SPACES
               MOVE 'REQUEST DATE REQUIRED' TO LMSGO
               GO TO 7500-EXIT.
           MOVE L4972-RQST-DT TO C4955-DT-WORK.
           PERFORM 7600-VALIDATE-DATE THRU 7600-EXIT.
           IF NOT C4955-DATE-OK
               MOVE 'REQUEST DATE MUST BE A VALID YYYY-MM-DD' TO LMSGO
               GO TO 7500-EXIT.
           SET C4955-FIELDS-OK TO TRUE.
       7500-EXIT.
           EXIT.

      *****************************************************************
      *  7600-VALIDATE-DATE - C4955-DT-WORK MUST BE A PLAUSIBLE       *
      *  YYYY-MM-DD.                                                  *
                   EXEC CICS SEND MAP('M4955O') MAPSET('CCWS4955')
                       FROM(M4955OO) DATAONLY RESP(C4955-RESP)
                   END-EXEC
               WHEN 'L'
                   MOVE LOW-VALUES TO M4955LO
                   MOVE C4955-ERR-MSG TO LMSGO
                   EXEC CICS SEND MAP('M4955L') MAPSET('CCWS4955')
                       FROM(M4955LO) DATAONLY RESP(C4955-RESP)
                   END-EXEC
               WHEN OTHER
                   MOVE LOW-VALUES TO M4955CO
                   MOVE C4955-ERR-MSG TO CMSGO
