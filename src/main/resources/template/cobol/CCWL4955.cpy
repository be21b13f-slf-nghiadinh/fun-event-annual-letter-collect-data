      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04955**  01SEP2026 PHONGP OPS PARAMETER MAINTENANCE AUDIT TRAIL     **
U04955**  15OCT2026 PHONGP CCWL4972 LANGUAGE OVERRIDES AUDITED        **
      *****************************************************************
      *  ONE RECORD PER CHANGE APPLIED THROUGH THE WL55 ONLINE
      *  MAINTENANCE TRANSACTION (CCWC4955) TO ANY OF THE OPS
      *  VALID L4955-FILE-ID VALUES:
      *  'CCWL4938'=SUPPRESSION RULES   'CCWL4936'=EXCHANGE RATES
      *  'CCWL4941'=DELIVERY OVERRIDES  'CTLCARDS'=RTRYCTL/BASECTL
U04955*  'CCWL4972'=LANGUAGE OVERRIDES
      *
      *  VALID L4955-ACTION-CD VALUES:
      *  'A'=ADDED (OLD-VALUE SPACES)   'U'=UPDATED
