      *****************************************************************
      ** GDGCAT.CPY                                                   **
      **                                                              **
      ** ONE LINE OF THE GENERATION CATALOG GDGRSLV MAINTAINS AND     **
      ** GDGLIST REPORTS. THE CATALOG IS A LINE-SEQUENTIAL DATASET    **
      ** NAMED BY THE ENVIRONMENT VARIABLE GDG_CATALOG, DEFAULTING TO **
      ** "GDG.CATALOG". TWO KINDS OF LINE, FIXED COLUMNS:             **
      **                                                              **
      **   B - ONE PER BASE NAME: ITS RETENTION LIMIT AND THE LAST    **
      **       GENERATION NUMBER HANDED OUT.                          **
      **   G - ONE PER CATALOGED GENERATION, OLDEST FIRST: ITS        **
      **       NUMBER, THE DATASET NAME, WHEN IT WAS CATALOGED, THE   **
      **       PROGRAM THAT WROTE IT AND THAT RUN'S RETURN CODE.      **
      **                                                              **
      ** A GENERATION'S DATASET IS THE BASE NAME PLUS ".GNNNNV00",    **
      ** THE USUAL GDG SUFFIX - MASTER(+1) AFTER GENERATION 7 WRITES  **
      ** MASTER.G0008V00. NUMBERS WRAP FROM 9999 BACK TO 0001; THE    **
      ** CATALOG'S LINE ORDER, NOT THE NUMBER, SAYS WHICH IS NEWEST.  **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  GDG-CATALOG-LINE.
           05 GCL-TYPE                 PIC X(1).
              88 GCL-BASE-LINE         VALUE 'B'.
              88 GCL-GENERATION-LINE   VALUE 'G'.
           05 FILLER                   PIC X(1).
           05 GCL-BASE                 PIC X(55).
           05 FILLER                   PIC X(1).
           05 GCL-DETAIL               PIC X(142).
           05 GCL-BASE-DETAIL          REDEFINES GCL-DETAIL.
              10 GCL-LIMIT             PIC 9(3).
              10 FILLER                PIC X(1).
              10 GCL-LAST-GENERATION   PIC 9(4).
              10 FILLER                PIC X(134).
           05 GCL-GENERATION-DETAIL    REDEFINES GCL-DETAIL.
              10 GCL-GENERATION        PIC 9(4).
              10 FILLER                PIC X(1).
              10 GCL-CREATED           PIC X(19).
              10 FILLER                PIC X(1).
              10 GCL-PROGRAM           PIC X(30).
              10 FILLER                PIC X(1).
              10 GCL-RC                PIC 9(2).
              10 FILLER                PIC X(1).
              10 GCL-DSN               PIC X(64).
              10 FILLER                PIC X(19).
