      *           VALIDATES NPI FORMAT, TAXONOMY CODE, AND EFFECTIVE   *
      *           DATE LOGIC BEFORE WRITING TO THE INDEXED FILE.       *
      * INPUTS:   PRVIN-FILE   - SEQUENTIAL PROVIDER INPUT FILE        *
      *                          (ACTION N RECORDS ARE NPPUPD01'S      *
      *                          ACCEPTED NPPES CORRECTIONS;           *
      *                          ACTION R RECORDS ARE RSTREC01'S       *
      *                          GROUP ROSTER CHANGES)                 *
      * OUTPUTS:  PRVMST-FILE  - VSAM KSDS PROVIDER MASTER FILE       *
      *           PRVERR-FILE  - SEQUENTIAL ERROR/REJECT FILE          *
      *           PRVHIST-FILE - SEQUENTIAL CHANGE-HISTORY/AUDIT FILE  *
               88  WS-ACTION-ADD       VALUE 'A'.
               88  WS-ACTION-UPDATE    VALUE 'U'.
               88  WS-ACTION-DELETE    VALUE 'D'.
               88  WS-ACTION-NPPES     VALUE 'N'.
               88  WS-ACTION-ROSTER    VALUE 'R'.
           05  WS-IN-NPI               PIC X(10).
           05  WS-IN-LAST-NAME         PIC X(35).
           05  WS-IN-FIRST-NAME        PIC X(25).
                       PERFORM 3000-ADD-PROVIDER
                   WHEN WS-ACTION-UPDATE
                       PERFORM 4000-UPDATE-PROVIDER
      *--- NPPES REGISTRY CORRECTIONS ACCEPTED IN NPPWRK1 AND ---
      *    BUILT BY NPPUPD01 - AN UPDATE WHOSE HISTORY LINES   ---
      *    CARRY ACTION 'N' TO SHOW WHERE THE CHANGE CAME FROM ---
                   WHEN WS-ACTION-NPPES
                       PERFORM 4000-UPDATE-PROVIDER
      *--- DELEGATED GROUP ROSTER CHANGES BUILT BY RSTREC01 -  ---
      *    HISTORY LINES CARRY ACTION 'R'                      ---
                   WHEN WS-ACTION-ROSTER
                       PERFORM 4000-UPDATE-PROVIDER
                   WHEN WS-ACTION-DELETE
                       PERFORM 5000-DELETE-PROVIDER
                   WHEN OTHER
