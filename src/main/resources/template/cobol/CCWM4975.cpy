      *****************************************************************
      **  MEMBER :  CCWM4975                                         **
      **  REMARKS:  SYMBOLIC MAP FOR BMS MAPSET CCWS4975 / MAP M4975 **
      **            (ANNUAL LETTER ENQUIRY LOG, TRAN WL75)           **
      **            KEPT IN STEP WITH THE DSECT THE MAPSET ASSEMBLY  **
      **            GENERATES - CHANGE CCWS4975.BMS AND THIS MEMBER  **
      **            TOGETHER.                                        **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04975**  15OCT2026 PHONGP ANNUAL LETTER ENQUIRY / COMPLAINT LOG     **
      *****************************************************************
       01  M4975I.
           05  FILLER                                 PIC X(012).
           05  EACTL      COMP                        PIC S9(004).
           05  EACTF                                  PIC X(001).
           05  FILLER REDEFINES EACTF.
               10  EACTA                              PIC X(001).
           05  EACTI                                  PIC X(001).
           05  EPOLL      COMP                        PIC S9(004).
           05  EPOLF                                  PIC X(001).
           05  FILLER REDEFINES EPOLF.
               10  EPOLA                              PIC X(001).
           05  EPOLI                                  PIC X(010).
           05  ECLIL      COMP                        PIC S9(004).
           05  ECLIF                                  PIC X(001).
           05  FILLER REDEFINES ECLIF.
               10  ECLIA                              PIC X(001).
           05  ECLII                                  PIC X(010).
           05  ETYPL      COMP                        PIC S9(004).
           05  ETYPF                                  PIC X(001).
           05  FILLER REDEFINES ETYPF.
               10  ETYPA                              PIC X(001).
           05  ETYPI                                  PIC X(002).
           05  EANVL      COMP                        PIC S9(004).
           05  EANVF                                  PIC X(001).
           05  FILLER REDEFINES EANVF.
               10  EANVA                              PIC X(001).
           05  EANVI                                  PIC X(010).
           05  EDTL       COMP                        PIC S9(004).
           05  EDTF                                   PIC X(001).
           05  FILLER REDEFINES EDTF.
               10  EDTA                               PIC X(001).
           05  EDTI                                   PIC X(010).
           05  ETML       COMP                        PIC S9(004).
           05  ETMF                                   PIC X(001).
           05  FILLER REDEFINES ETMF.
               10  ETMA                               PIC X(001).
           05  ETMI                                   PIC X(008).
           05  ECHNL      COMP                        PIC S9(004).
           05  ECHNF                                  PIC X(001).
           05  FILLER REDEFINES ECHNF.
               10  ECHNA                              PIC X(001).
           05  ECHNI                                  PIC X(001).
           05  ECATL      COMP                        PIC S9(004).
           05  ECATF                                  PIC X(001).
           05  FILLER REDEFINES ECATF.
               10  ECATA                              PIC X(001).
           05  ECATI                                  PIC X(002).
           05  ESTAL      COMP                        PIC S9(004).
           05  ESTAF                                  PIC X(001).
           05  FILLER REDEFINES ESTAF.
               10  ESTAA                              PIC X(001).
           05  ESTAI                                  PIC X(001).
           05  ERDTL      COMP                        PIC S9(004).
           05  ERDTF                                  PIC X(001).
           05  FILLER REDEFINES ERDTF.
               10  ERDTA                              PIC X(001).
           05  ERDTI                                  PIC X(010).
           05  ERPRL      COMP                        PIC S9(004).
           05  ERPRF                                  PIC X(001).
           05  FILLER REDEFINES ERPRF.
               10  ERPRA                              PIC X(001).
           05  ERPRI                                  PIC X(001).
           05  ENT1L      COMP                        PIC S9(004).
           05  ENT1F                                  PIC X(001).
           05  FILLER REDEFINES ENT1F.
               10  ENT1A                              PIC X(001).
           05  ENT1I                                  PIC X(050).
           05  ENT2L      COMP                        PIC S9(004).
           05  ENT2F                                  PIC X(001).
           05  FILLER REDEFINES ENT2F.
               10  ENT2A                              PIC X(001).
           05  ENT2I                                  PIC X(050).
           05  EAUDL      COMP                        PIC S9(004).
           05  EAUDF                                  PIC X(001).
           05  FILLER REDEFINES EAUDF.
               10  EAUDA                              PIC X(001).
           05  EAUDI                                  PIC X(075).
           05  ELS1L      COMP                        PIC S9(004).
           05  ELS1F                                  PIC X(001).
           05  FILLER REDEFINES ELS1F.
               10  ELS1A                              PIC X(001).
           05  ELS1I                                  PIC X(075).
           05  ELS2L      COMP                        PIC S9(004).
           05  ELS2F                                  PIC X(001).
           05  FILLER REDEFINES ELS2F.
               10  ELS2A                              PIC X(001).
           05  ELS2I                                  PIC X(075).
           05  ELS3L      COMP                        PIC S9(004).
           05  ELS3F                                  PIC X(001).
           05  FILLER REDEFINES ELS3F.
               10  ELS3A                              PIC X(001).
           05  ELS3I                                  PIC X(075).
           05  ELS4L      COMP                        PIC S9(004).
           05  ELS4F                                  PIC X(001).
           05  FILLER REDEFINES ELS4F.
               10  ELS4A                              PIC X(001).
           05  ELS4I                                  PIC X(075).
           05  EMSGL      COMP                        PIC S9(004).
           05  EMSGF                                  PIC X(001).
           05  FILLER REDEFINES EMSGF.
               10  EMSGA                              PIC X(001).
           05  EMSGI                                  PIC X(075).
       01  M4975O REDEFINES M4975I.
           05  FILLER                                 PIC X(012).
           05  FILLER                                 PIC X(003).
           05  EACTO                                  PIC X(001).
           05  FILLER                                 PIC X(003).
           05  EPOLO                                  PIC X(010).
           05  FILLER                                 PIC X(003).
           05  ECLIO                                  PIC X(010).
           05  FILLER                                 PIC X(003).
           05  ETYPO                                  PIC X(002).
           05  FILLER                                 PIC X(003).
           05  EANVO                                  PIC X(010).
           05  FILLER                                 PIC X(003).
           05  EDTO                                   PIC X(010).
           05  FILLER                                 PIC X(003).
           05  ETMO                                   PIC X(008).
           05  FILLER                                 PIC X(003).
           05  ECHNO                                  PIC X(001).
           05  FILLER                                 PIC X(003).
           05  ECATO                                  PIC X(002).
           05  FILLER                                 PIC X(003).
           05  ESTAO                                  PIC X(001).
           05  FILLER                                 PIC X(003).
           05  ERDTO                                  PIC X(010).
           05  FILLER                                 PIC X(003).
           05  ERPRO                                  PIC X(001).
           05  FILLER                                 PIC X(003).
           05  ENT1O                                  PIC X(050).
           05  FILLER                                 PIC X(003).
           05  ENT2O                                  PIC X(050).
           05  FILLER                                 PIC X(003).
           05  EAUDO                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  ELS1O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  ELS2O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  ELS3O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  ELS4O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  EMSGO                                  PIC X(075).

      *****************************************************************
      **                END OF COPYBOOK CCWM4975                     **
      *****************************************************************
