       PROGRAM-ID. LGDB2HSR.
      *    ARCHIVE RETRIEVAL UTILITY FOR THE LGDB2HSK OFFLOAD
      *    FILES. ARCHIN IS POINTED AT WHICHEVER ARCHIVE GENERATION
      *    THE INVESTIGATION NEEDS (AUDIT, ERROR, RUNLOG, RESERVE,
      *    PAYMENT OR ACCESS HISTORY); THE SYSIN CARD CARRIES A
      *    SEARCH VALUE, AND EVERY OFFLOADED RECORD CONTAINING IT
      *    IS PRINTED BACK - A KEY VALUE, A PROGRAM NAME, A CLAIM
      *    NUMBER, A CPR NUMBER, WHATEVER THE INVESTIGATOR HOLDS.
      *    THE TRAILER COUNT IS VERIFIED AGAINST THE RECORDS READ
      *    SO A TRUNCATED ARCHIVE IS NOTICED, NOT TRUSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
