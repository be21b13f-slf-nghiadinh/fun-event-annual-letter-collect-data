      *****************************************************************
      **  MEMBER :  CCWL4976                                         **
      **  REMARKS:  WL50 / WL75 HAND-OFF COMMAREA                    **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04976**  15OCT2026 PHONGP ENQUIRY / COMPLAINT LOG                   **
      *****************************************************************
      *  PASSED ON THE XCTL BETWEEN THE WL50 INQUIRY (CCWC4950) AND
      *  THE WL75 ENQUIRY LOG (CCWC4975), AND CARRIED BY WL75 ON ITS
      *  OWN PSEUDO-CONVERSATIONAL RETURNS, SO BOTH SCREENS STAY ON
      *  THE SAME POLICY.
      *
      *  L4976-FROM-TRANID SAYS WHO BUILT THE AREA:
      *  'WL50'=FRESH HAND-OFF FROM THE INQUIRY - WL75 PRE-FILLS ITS
      *         SCREEN FROM THE POLICY FIELDS
      *  'WL75'=WL75'S OWN RETURN, OR WL75 HANDING BACK TO WL50 (PF3),
      *         WHICH RE-INQUIRES L4976-POL-ID
      *
      *  THE POLICY FIELDS ARE SPACES WHEN NOT KNOWN (E.G. A POLICY
      *  NEITHER IN THE CURRENT FEED NOR ON THE ISSUANCE REGISTER).
      *****************************************************************
       01  L4976-DATA-INFO.
           05  L4976-FROM-TRANID                      PIC X(004).
           05  L4976-POL-ID                           PIC X(010).
           05  L4976-OW-CLI-ID                        PIC X(010).
           05  L4976-LETTER-TYP-CD                    PIC X(002).
           05  L4976-POL-ANNV-DT                      PIC X(010).
           05  FILLER                                 PIC X(014).

      *****************************************************************
      **                END OF COPYBOOK CCWL4976                     **
      *****************************************************************
