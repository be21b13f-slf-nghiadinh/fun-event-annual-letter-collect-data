      **  RELEASE   DESCRIPTION                                      **
T04940**  22AUG2026 PHONGP ON-DEMAND REPRINT REQUEST QUEUE           **
U04940**  01SEP2026 PHONGP REQ-RSN-CD 'AG' - AGENT FOLLOW-UP REQUEST **
V04940**  15OCT2026 PHONGP ONLINE QUEUEING FROM THE WL75 ENQUIRY LOG **
      *****************************************************************
      *  ONE RECORD PER REPRINT REQUEST, QUEUED BY OPS/CALL CENTRE
      *  AND WORKED DAILY BY CCWB4951, WHICH REGENERATES THE FULL
      *  POLICY'S MOST RECENT L4927-POL-ANNV-DT, ROUTES THEM THROUGH
      *  THE NORMAL VALIDATION AND DOCID HAND-OFF, AND LOGS THE SEND
      *  TO CCWL4931 WITH L4931-REPRINT-IND 'Y'.
V04940*
V04940*  THE WL75 ENQUIRY LOG (CCWC4975) QUEUES ITS REQUESTS ONLINE
V04940*  TO WL40VSAM, KSDS, KEY = COLS 1-40 (POL-ID / REQ-BY-ID /
V04940*  REQ-RSN-CD / REQ-LETTER-DT / REQ-DT - THE SAME USER CANNOT
V04940*  QUEUE THE SAME POLICY TWICE IN A DAY).  THE DAILY CYCLE
V04940*  UNLOADS AND EMPTIES THE CLUSTER AHEAD OF CCWB4951 AND SORTS
V04940*  THE UNLOAD INTO RPRTREQI WITH THE REST OF THE QUEUE.
      *
      *  VALID L4940-REQ-RSN-CD VALUES:
      *  'LL'=LETTER LOST  'AC'=ADDRESS CORRECTED  'RF'=REJECT FIXED
      *  'AG'=REQUESTED BY THE SERVICING AGENT ON THE CCWL4960
      *       FOLLOW-UP DISPOSITION RETURN (QUEUED BY CCWB4960)
      *  'OT'=OTHER (SEE REQUESTING AREA)
V04940*  WL75 QUEUES 'LL' FOR A NOT-RECEIVED ENQUIRY, 'AC' FOR AN
V04940*  ADDRESS ENQUIRY AND 'OT' FOR ANY OTHER CATEGORY.
      *
      *  VALID L4940-REQ-STAT-CD VALUES (FLIPPED BY CCWB4951):
      *  'Q'=QUEUED  'D'=DONE (L4940-PROC-DT SET)
