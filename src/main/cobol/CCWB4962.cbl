      **            SPLTCTL IS THE SAME CARD SET CCWB4961 READ (THE  **
      **            'STREAMS=N' CARD NAMES THE STREAM COUNT; THE     **
      **            CUT CARDS ARE NOT NEEDED HERE).  A FAILED MERGE  **
      **            WRITES NO MANIFEST RECORD, SO CCWB4965 AND       **
      **            CCWB4948 STAY BARRED UNTIL THE MERGE PASSES.     **
      *****************************************************************
      **  RELEASE   DESCRIPTION                                      **
T04962**  01SEP2026 PHONGP POL-ID RANGE MERGE FOR PARALLEL STREAMS   **
U04962**  15OCT2026 PHONGP MERGE COUNTS NOW PROVED BY CCWB4965      **
V04962**  15OCT2026 PHONGP CCWL4937 TRAILER 321 BYTES (LANG COUNTS)   **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCWB4962.
       FD  MRGTOTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 321 CHARACTERS.
           COPY CCWL4937.
       FD  MRGRPT
           RECORDING MODE IS F

      *****************************************************************
      *  6000-WRITE-TRAILERS - COUNTS AND HASHES OF THE MERGED FILES  *
      *  TO MRGTOTS, THE REPORT, AND THE MANIFEST RECORD CCWB4965     *
      *  PROVES ITS INPUTS AGAINST.                                   *
      *****************************************************************
       6000-WRITE-TRAILERS.
