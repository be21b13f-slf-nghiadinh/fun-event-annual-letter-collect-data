      *****************************************************************
      **  MEMBER :  CCWL4968                                         **
      **  REMARKS:  MESSAGE INTERFACE FOR DOCID                      **
      **            UPCOMING POLICY-YEAR EVENT NOTICE (LETTER INSERT)**
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04968**  15OCT2026 PHONGP UPCOMING POLICY-YEAR EVENT NOTICE         **
      *****************************************************************
      *  ONE RECORD PER EVENT FALLING IN THE POLICY YEAR THAT STARTS
      *  AT L4968-POL-ANNV-DT (AFTER THE ANNIVERSARY, UP TO AND
      *  INCLUDING THE SAME DATE TWELVE MONTHS LATER), CUT BY THE
      *  EVENT EXTRACT (CCWB4968) FROM THE RUN'S BALANCED CCWL4927
      *  FEED.  DOCID PRINTS A POLICY'S RECORDS AS AN INSERT WITH ITS
      *  ANNUAL LETTER.  SORTED BY L4968-POL-ID, L4968-EVT-DT,
      *  L4968-EVT-SEQ-NUM.
      *
      *  VALID L4968-EVT-TYP-CD VALUES:
      *  'CP'=COVERAGE PREMIUM CHANGE  (L4927-CVG-PREM-CHNG-DT; OLD =
      *       L4927-CVG-MPREM-AMT, NEW NOT KNOWN TO THE FEED)
      *  'EP'=EE PREMIUM CHANGE        (L4927-EE-PREM-CHNG-DT; OLD =
      *       L4927-POL-INST-PREM-AMT, NEW NOT KNOWN TO THE FEED)
      *  'UL'=UNDERWRITING LOADING ENDS (L4927-ZPOL-UW-LOAD-EXP-DT;
      *       OLD = L4927-POL-INST-PREM-AMT, NEW = OLD LESS
      *       L4927-ZPOL-UW-LOAD-PREM)
      *  'RX'=RIDER EXPIRES            (L4927-CVG-MAT-XPRY-DT OF A
      *       RIDER; OLD = L4927-CVG-MPREM-AMT, NEW = ZERO)
      *
      *  L4968-CVG-PLAN-ID / L4968-CVG-RIDER-PLAN-NM NAME THE COVERAGE
      *  FOR 'CP' AND 'RX' (SPACES FOR POLICY-LEVEL EVENTS).
      *  L4968-OLD-AMT / L4968-NEW-AMT ARE DISPLAY AMOUNTS AS ON THE
      *  FEED; SPACES WHEN NOT KNOWN.  L4968-LOAD-PREM-AMT CARRIES
      *  L4927-ZPOL-UW-LOAD-PREM ON A 'UL' RECORD.
      *****************************************************************
       01  L4968-DATA-INFO.
           05  L4968-POL-ID                           PIC X(010).
           05  L4968-POL-ANNV-DT                      PIC X(010).
      *    SAME CODE DOMAIN AS L4927-LETTER-TYP-CD IN CCWL4927.CPY -
      *    SEE THAT COPYBOOK FOR THE CANONICAL LIST OF VALID VALUES.
           05  L4968-LETTER-TYP-CD                    PIC X(002).
           05  L4968-OW-CLI-ID                        PIC X(010).
           05  L4968-OW-NM                            PIC X(100).
           05  L4968-AG-ID                            PIC X(006).
           05  L4968-EVT-SEQ-NUM                      PIC 9(003).
           05  L4968-EVT-TYP-CD                       PIC X(002).
           05  L4968-EVT-DT                           PIC X(010).
           05  L4968-CVG-PLAN-ID                      PIC X(006).
           05  L4968-CVG-RIDER-PLAN-NM                PIC X(200).
           05  L4968-OLD-AMT                          PIC X(025).
           05  L4968-NEW-AMT                          PIC X(025).
           05  L4968-LOAD-PREM-AMT                    PIC X(025).
           05  FILLER                                 PIC X(016).

      *****************************************************************
      **                END OF COPYBOOK CCWL4968                     **
      *****************************************************************
