      **            M4955X - CCWL4936 EXCHANGE-RATE TABLE            **
      **            M4955O - CCWL4941 DELIVERY-PREF OVERRIDES        **
      **            M4955C - RTRYCTL/BASECTL CONTROL CARDS           **
      **            M4955L - CCWL4972 OWNER LANGUAGE OVERRIDES       **
      **            KEPT IN STEP WITH THE DSECT THE MAPSET ASSEMBLY  **
      **            GENERATES - CHANGE CCWS4955.BMS AND THIS MEMBER  **
      **            TOGETHER.                                        **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04955**  01SEP2026 PHONGP OPS PARAMETER MAINTENANCE TRANSACTION     **
U04955**  15OCT2026 PHONGP OWNER LANGUAGE OVERRIDE MAP (M4955L)       **
      *****************************************************************
       01  M4955RI.
           05  FILLER                                 PIC X(012).
           05  FILLER                                 PIC X(003).
           05  CMSGO                                  PIC X(075).

U04955 01  M4955LI.
U04955     05  FILLER                                 PIC X(012).
U04955     05  LACTL      COMP                        PIC S9(004).
U04955     05  LACTF                                  PIC X(001).
U04955     05  FILLER REDEFINES LACTF.
U04955         10  LACTA                              PIC X(001).
U04955     05  LACTI                                  PIC X(001).
U04955     05  LCLIL      COMP                        PIC S9(004).
U04955     05  LCLIF                                  PIC X(001).
U04955     05  FILLER REDEFINES LCLIF.
U04955         10  LCLIA                              PIC X(001).
U04955     05  LCLII                                  PIC X(010).
U04955     05  LDTL       COMP                        PIC S9(004).
U04955     05  LDTF                                   PIC X(001).
U04955     05  FILLER REDEFINES LDTF.
U04955         10  LDTA                               PIC X(001).
U04955     05  LDTI                                   PIC X(010).
U04955     05  LRSNL      COMP                        PIC S9(004).
U04955     05  LRSNF                                  PIC X(001).
U04955     05  FILLER REDEFINES LRSNF.
U04955         10  LRSNA                              PIC X(001).
U04955     05  LRSNI                                  PIC X(060).
U04955     05  LLNGL      COMP                        PIC S9(004).
U04955     05  LLNGF                                  PIC X(001).
U04955     05  FILLER REDEFINES LLNGF.
U04955         10  LLNGA                              PIC X(001).
U04955     05  LLNGI                                  PIC X(001).
U04955     05  LMSGL      COMP                        PIC S9(004).
U04955     05  LMSGF                                  PIC X(001).
U04955     05  FILLER REDEFINES LMSGF.
U04955         10  LMSGA                              PIC X(001).
U04955     05  LMSGI                                  PIC X(075).
U04955 01  M4955LO REDEFINES M4955LI.
U04955     05  FILLER                                 PIC X(012).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LACTO                                  PIC X(001).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LCLIO                                  PIC X(010).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LDTO                                   PIC X(010).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LRSNO                                  PIC X(060).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LLNGO                                  PIC X(001).
U04955     05  FILLER                                 PIC X(003).
U04955     05  LMSGO                                  PIC X(075).

      *****************************************************************
      **                END OF COPYBOOK CCWM4955                     **
      *****************************************************************
