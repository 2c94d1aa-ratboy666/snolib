      *****************************************************************
      ** FILEERRSP.CPY                                                **
      **                                                              **
      ** ONE ITEM OF THE SUSPENSE DATASET. EVERY RECORD FILEERRDSP    **
      ** SKIPS UNDER A WARN DISPOSITION IS APPENDED HERE, INTACT,     **
      ** BEHIND A 128-BYTE HEADER SAYING WHO SKIPPED IT AND WHY, SO   **
      ** THE RECORD CAN BE CORRECTED AND FED BACK IN (SEE FILERESUB)  **
      ** INSTEAD OF VANISHING FROM THE RUN. THE DATASET IS NAMED BY   **
      ** THE ENVIRONMENT VARIABLE FILEERR_SUSPENSE, DEFAULTING TO     **
      ** "FILEERR.SUSPENSE" - THE FILEERR_CATALOG CONVENTION.         **
      **                                                              **
      ** THE PHYSICAL RECORD IS THE HEADER PLUS SP-RECLEN BYTES OF    **
      ** THE SKIPPED RECORD. EVERY HEADER FIELD IS A DISPLAY FIELD,   **
      ** SO THE ITEMS OF ONE PROGRAM AND FILE TAG CORRECT THROUGH     **
      ** FILEPATCH (RECLEN 128 + THE RECORD'S LENGTH) OR A FILECSV/   **
      ** FILECSVIN ROUND TRIP WITH A FIELD MAP THAT STARTS WITH THE   **
      ** HEADER ENTRIES:                                              **
      **                                                              **
      **     0,22,CHAR,SP-ITEM-ID                                     **
      **     23,1,CHAR,SP-STATE                                       **
      **     25,30,CHAR,SP-PROGRAM                                    **
      **     56,30,CHAR,SP-FILE-TAG                                   **
      **     87,2,CHAR,SP-STATUS                                      **
      **     90,10,CHAR,SP-DATE                                       **
      **     101,8,CHAR,SP-TIME                                       **
      **     110,5,CHAR,SP-RECLEN                                     **
      **     116,10,CHAR,SP-CLEARED-DATE                              **
      **                                                              **
      ** FOLLOWED BY THE RECORD'S OWN MAP WITH 128 ADDED TO EVERY     **
      ** OFFSET.                                                      **
      **                                                              **
      ** SP-ITEM-ID (THE SUSPENSION TIMESTAMP YYYYMMDDHHMMSSCC AND A  **
      ** SEQUENCE NUMBER WITHIN THE SUSPENDING RUN) IDENTIFIES THE    **
      ** ITEM FOR LIFE - A CORRECTED COPY IS MATCHED BACK TO THE LIVE **
      ** ITEM BY IT, SO A CORRECTION MUST LEAVE IT ALONE. SP-STATE IS **
      ** 'O' WHEN SUSPENDED, 'F' ONCE SOMEBODY MARKS THE ITEM FIXED   **
      ** (A PATCH OR CSV EDIT OF THE LIVE DATASET), AND 'C' ONCE      **
      ** FILERESUB HAS FED IT BACK, ON SP-CLEARED-DATE.               **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  SUSPENSE-RECORD.
           05 SP-HEADER.
              10 SP-ITEM-ID.
                 15 SP-ITEM-STAMP      PIC X(16).
                 15 SP-ITEM-SEQ        PIC 9(6).
              10 FILLER                PIC X(1).
              10 SP-STATE              PIC X(1).
                 88 SP-OPEN            VALUE 'O'.
                 88 SP-FIXED           VALUE 'F'.
                 88 SP-CLEARED         VALUE 'C'.
              10 FILLER                PIC X(1).
              10 SP-PROGRAM            PIC X(30).
              10 FILLER                PIC X(1).
              10 SP-FILE-TAG           PIC X(30).
              10 FILLER                PIC X(1).
              10 SP-STATUS             PIC X(2).
              10 FILLER                PIC X(1).
              10 SP-DATE               PIC X(10).
              10 FILLER                PIC X(1).
              10 SP-TIME               PIC X(8).
              10 FILLER                PIC X(1).
              10 SP-RECLEN             PIC 9(5).
              10 FILLER                PIC X(1).
              10 SP-CLEARED-DATE       PIC X(10).
              10 FILLER                PIC X(2).
           05 SP-DATA                  PIC X(32632).
