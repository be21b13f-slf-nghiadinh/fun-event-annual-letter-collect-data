      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04961**  01SEP2026 PHONGP POL-ID RANGE SPLIT FOR PARALLEL STREAMS   **
U04961**  15OCT2026 PHONGP CCWL4937 TRAILER 321 BYTES (LANG COUNTS)   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4961.
       FD  SPLTTOTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 321 CHARACTERS.
           COPY CCWL4937.
       FD  SPLTRPT
           RECORDING MODE IS F
