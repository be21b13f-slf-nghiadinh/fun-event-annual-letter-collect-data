      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04950**  22AUG2026 PHONGP ANNUAL LETTER ONLINE INQUIRY              **
U04950**  15OCT2026 PHONGP ISSUANCE REGISTER LINES ISS1/ISS2         **
      *****************************************************************
       01  M4950I.
           05  FILLER                                 PIC X(012).
           05  FILLER REDEFINES CKPTF.
               10  CKPTA                              PIC X(001).
           05  CKPTI                                  PIC X(075).
U04950     05  ISS1L      COMP                        PIC S9(004).
U04950     05  ISS1F                                  PIC X(001).
U04950     05  FILLER REDEFINES ISS1F.
U04950         10  ISS1A                              PIC X(001).
U04950     05  ISS1I                                  PIC X(075).
U04950     05  ISS2L      COMP                        PIC S9(004).
U04950     05  ISS2F                                  PIC X(001).
U04950     05  FILLER REDEFINES ISS2F.
U04950         10  ISS2A                              PIC X(001).
U04950     05  ISS2I                                  PIC X(075).
           05  MSGL       COMP                        PIC S9(004).
           05  MSGF                                   PIC X(001).
           05  FILLER REDEFINES MSGF.
           05  SND4O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  CKPTO                                  PIC X(075).
U04950     05  FILLER                                 PIC X(003).
U04950     05  ISS1O                                  PIC X(075).
U04950     05  FILLER                                 PIC X(003).
U04950     05  ISS2O                                  PIC X(075).
           05  FILLER                                 PIC X(003).
           05  MSGO                                   PIC X(075).

