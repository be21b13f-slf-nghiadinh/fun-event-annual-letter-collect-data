      *****************************************************************
      **  MEMBER :  CCWL4967                                         **
      **  REMARKS:  ANNUAL LETTER MAILING-ADDRESS HOLD FILE          **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04967**  15OCT2026 PHONGP PRE-PRINT ADDRESS CHECK HOLD FILE         **
      *****************************************************************
      *  ONE RECORD PER CHANNEL-'P' LETTER THE PRE-PRINT ADDRESS
      *  CHECK (CCWB4967) KEPT BACK FROM THE DOCID HAND-OFF BECAUSE
      *  THE OWNER'S CURRENT MAILING ADDRESS WOULD NOT SURVIVE THE
      *  POST.  WRITTEN FRESH EACH RUN, SORTED BY L4967-POL-ID.  THE
      *  BALANCING STEP (CCWB4948) COUNTS THE RUN'S RECORDS AS AN
      *  EXPLAINED CATEGORY; THE SERVICE TEAM WORKS THE SAME POLICIES
      *  FROM THE ADDRWRK WORKLIST.
      *
      *  VALID L4967-HOLD-RSN-CD VALUES (FIRST FAILING CHECK):
      *  'A001'=NO CURRENT MAILING ADDRESS (NO OCCURRENCE FLAGGED
      *         L4927-OW-ADDR-CURR-MAIL-FLG 'Y', OR IT IS BLANK)
      *  'A002'=MORE THAN ONE CURRENT MAILING ADDRESS
      *  'A003'=PROVINCE / DISTRICT MISSING
      *  'A004'=POSTAL CODE MISSING (LOCAL ADDRESS)
      *  'A005'=P.O. BOX ONLY OR PLACEHOLDER TEXT
      *  'A006'=OVERSEAS ADDRESS WITH NO COUNTRY LINE
      *
      *  L4967-CURR-ADDR-CNT IS THE NUMBER OF OCCURRENCES FLAGGED
      *  CURRENT; L4967-ADDR-TYP-CD / L4967-ADDR-LN ARE THE FIRST OF
      *  THEM (SPACES FOR 'A001' WITH NONE FLAGGED).
      *****************************************************************
       01  L4967-DATA-INFO.
           05  L4967-POL-ID                           PIC X(010).
           05  L4967-POL-ANNV-DT                      PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4967-LETTER-TYP-CD                    PIC X(002).
           05  L4967-OW-CLI-ID                        PIC X(010).
           05  L4967-AG-ID                            PIC X(006).
           05  L4967-HOLD-RUN-ID                      PIC X(010).
           05  L4967-HOLD-DT                          PIC X(010).
           05  L4967-HOLD-RSN-CD                      PIC X(004).
           05  L4967-CURR-ADDR-CNT                    PIC 9(002).
           05  L4967-ADDR-TYP-CD                      PIC X(001).
           05  L4967-ADDR-LN                          PIC X(128).
           05  FILLER                                 PIC X(007).

      *****************************************************************
      **                END OF COPYBOOK CCWL4967                     **
      *****************************************************************
