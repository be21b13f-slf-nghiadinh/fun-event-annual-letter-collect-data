      *****************************************************************
      **  MEMBER :  CCWL4969                                         **
      **  REMARKS:  MESSAGE INTERFACE FOR DOCID                      **
      **            SERVICING-AGENT UPCOMING-EVENT SUMMARY           **
      **                                                             **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04969**  15OCT2026 PHONGP SERVICING-AGENT UPCOMING-EVENT SUMMARY    **
      *****************************************************************
      *  ONE RECORD GROUP PER SERVICING AGENT (L4927-AG-ID) PER RUN
      *  MONTH, LISTING EVERY POLICY OF THAT AGENT WITH AT LEAST ONE
      *  CCWL4968 EVENT IN ITS COMING POLICY YEAR, SO THE AGENT CAN
      *  CALL AHEAD OF A PREMIUM CHANGE OR A RIDER ENDING.  PRODUCED
      *  BY CCWB4968.  AS WITH CCWL4934, AN AGENT WITH MORE THAN 200
      *  SUCH POLICIES OVERFLOWS INTO A FURTHER RECORD FOR THE SAME
      *  L4969-AG-ID - CONSUMERS MUST ACCUMULATE ALL RECORDS OF AN
      *  AGENT.  L4969-AG-EVT-CNT COUNTS THE EVENTS OF THE POLICIES
      *  ON THIS RECORD ONLY.
      *
      *  L4969-NEXT-EVT-DT / L4969-NEXT-EVT-TYP-CD ARE THE POLICY'S
      *  EARLIEST EVENT (SAME CODE DOMAIN AS L4968-EVT-TYP-CD).  THE
      *  FOUR INDICATORS ARE 'Y' WHEN THE POLICY HAS ANY EVENT OF
      *  THAT TYPE, 'N' OTHERWISE.
      *****************************************************************
       01  L4969-DATA-INFO.
           05  L4969-AG-ID                            PIC X(006).
           05  L4969-RUN-MONTH                        PIC X(006).
           05  L4969-RUN-DT                           PIC X(010).
           05  L4969-AG-EVT-CNT                       PIC 9(005).
           05  L4969-AG-POL-CNT                       PIC 9(003).
           05  L4969-AG-POL-G.
               10  L4969-AG-POL-T
                   OCCURS  01 TO 200 TIMES DEPENDING ON
                   L4969-AG-POL-CNT.
                   15  L4969-POL-ID                   PIC X(010).
                   15  L4969-OW-CLI-ID                PIC X(010).
                   15  L4969-OW-NM                    PIC X(100).
                   15  L4969-POL-ANNV-DT              PIC X(010).
                   15  L4969-POL-EVT-CNT              PIC 9(003).
                   15  L4969-NEXT-EVT-DT              PIC X(010).
                   15  L4969-NEXT-EVT-TYP-CD          PIC X(002).
                   15  L4969-CVG-PREM-CHNG-IND        PIC X(001).
                   15  L4969-EE-PREM-CHNG-IND         PIC X(001).
                   15  L4969-UW-LOAD-EXP-IND          PIC X(001).
                   15  L4969-RIDER-XPRY-IND           PIC X(001).

      *****************************************************************
      **                END OF COPYBOOK CCWL4969                     **
      *****************************************************************
