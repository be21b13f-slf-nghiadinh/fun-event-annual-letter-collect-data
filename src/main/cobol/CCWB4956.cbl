      **  MEMBER :  CCWB4956                                         **
      **  REMARKS:  EXCHANGE-RATE TABLE CERTIFICATION GATE           **
      **                                                             **
      **            RUNS AFTER THE VALIDATOR AND THE BUSINESS-       **
      **            CONTENT EDIT STEP (CCWB4964) AND BEFORE THE      **
      **            CURRENCY CONVERSION STEP (CCWB4947), WHICH       **
      **            TRUSTS WHATEVER IS ON CCWL4936: A STALE TABLE    **
      **            JUST LEAVES CONVERTED GROUPS AT SPACES, AND A    **
      **            WITH EACH RUN.                                   **
      **                                                             **
      **            STEP SEQUENCE IS ENFORCED BY THE MANIFEST        **
      **            SERVICE (CCWB4957): THE EDIT STEP MUST HAVE      **
      **            COMPLETED THIS RUN, AND A FAILED CERTIFICATION   **
      **            LEAVES NO MANIFEST RECORD, BARRING CCWB4947      **
      **            UNTIL THE GATE PASSES ON A RERUN.                **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04956**  01SEP2026 PHONGP EXCHANGE-RATE CERTIFICATION GATE          **
U04956**  15OCT2026 PHONGP PREDECESSOR NOW CCWB4964 CONTENT EDIT      **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4956.

      *****************************************************************
      *  THE FUND-STREAM COUNT DOES NOT PASS THROUGH THIS STEP; THE   *
      *  EDIT STEP'S RECORDED COUNT IS CARRIED FORWARD ON THE         *
      *  MANIFEST SO THE SUPPRESSION STEP CAN STILL PROVE ITS FUND    *
      *  INPUT.                                                       *
      *****************************************************************
           MOVE SPACES     TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE 'C'        TO L4958-FUNC-CD.
           MOVE 'CCWB4964' TO L4958-PRED-STEP-NM.
           CALL 'CCWB4957' USING L4958-MANIFEST-PARM.
           MOVE L4958-PRED-OUT-CNT-2 TO B4956-PRED-FUND-CNT.
           MOVE ZERO TO B4956-RATE-CNT
      *    GATE CAN BE RERUN ONCE OPS CORRECTS THE TABLE AND THE
      *    CONVERSION STEP STAYS BARRED UNTIL IT PASSES.
           MOVE 'W'                TO L4958-FUNC-CD.
           MOVE 'CCWB4964'         TO L4958-PRED-STEP-NM.
           MOVE 'YN'               TO L4958-CHK-CNT-IND.
           MOVE B4956-FEED-IN-CNT  TO L4958-IN-CNT
                                      L4958-OUT-CNT.
