      *****************************************************************
      ** GDGRSLV.CPY                                                  **
      **                                                              **
      ** CONTROL BLOCK FOR THE "GDGRSLV" SUBROUTINE, THE SHOP-WIDE    **
      ** RESOLVER FOR RELATIVE GENERATION NAMES (SEE GDGRSLV.CBL FOR  **
      ** THE GENERATION CATALOG ITSELF). A DSN OPERAND IN A PARM MAY  **
      ** NAME A GENERATION RELATIVE TO ITS BASE NAME:                 **
      **                                                              **
      **     MASTER(0)   - THE CURRENT (NEWEST CATALOGED) GENERATION  **
      **     MASTER(-1)  - THE ONE BEFORE IT, AND SO ON               **
      **     MASTER(+1)  - A NEW GENERATION, FOR AN OUTPUT OPERAND    **
      **                                                              **
      ** COPY THIS INTO WORKING-STORAGE ONCE. RIGHT AFTER THE PARM IS **
      ** SPLIT, RESOLVE EACH DSN OPERAND IN PLACE:                    **
      **                                                              **
      **     SET GDG-RESOLVE TO TRUE                                  **
      **     MOVE 0 TO GDG-ERROR-COUNT                                **
      **     MOVE <DSN OPERAND> TO GDG-NAME                           **
      **     CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL                 **
      **     MOVE GDG-NAME TO <DSN OPERAND>                           **
      **       (AND SO ON FOR EACH DSN OPERAND)                       **
      **     IF GDG-ERROR-COUNT > 0 - STOP WITH 16, THE SAME AS ANY   **
      **     OTHER PARM ERROR - GDGRSLV HAS SAID WHY ON SYSERR        **
      **                                                              **
      ** A NAME THAT IS NOT A RELATIVE GENERATION COMES BACK AS IT    **
      ** WENT IN, SO EVERY OPERAND CAN BE PASSED THROUGH BLIND.       **
      **                                                              **
      ** A (+1) GENERATION IS ONLY CATALOGED WHEN THE RUN ENDS BELOW  **
      ** RETURN-CODE 16. THE RUNJRNL END CALL DOES THIS FOR EVERY     **
      ** JOURNALED UTILITY; A PROGRAM THAT DOES NOT JOURNAL CATALOGS  **
      ** ITS NEW GENERATIONS ITSELF, JUST BEFORE ITS NORMAL STOP RUN: **
      **                                                              **
      **     MOVE RETURN-CODE TO GDG-RETURN-CODE                      **
      **     MOVE SPACES TO GDG-PROGRAM                               **
      **     SET GDG-CATALOG-NEW TO TRUE                              **
      **     CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL                 **
      **                                                              **
      ** GDGRSLV EXITS WITH GDG-RETURN-CODE ON THAT CALL (THE RUNJRNL **
      ** RULE), SO THE CALLER'S CODE COMES BACK INTACT. A BLANK       **
      ** GDG-PROGRAM IS FILLED IN FROM THE CALLER'S PROGRAM-ID.       **
      **                                                              **
      ** GDG-LIMIT WITH GDG-SET-LIMIT SETS A BASE'S RETENTION COUNT   **
      ** (GDGLIST DOES THIS FOR THE OPERATOR).                        **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  GDG-RESOLVE-CONTROL.
           05 GDG-FUNCTION             PIC X(1).
              88 GDG-RESOLVE           VALUE 'R'.
              88 GDG-CATALOG-NEW       VALUE 'C'.
              88 GDG-SET-LIMIT         VALUE 'L'.
           05 GDG-NAME                 PIC X(64).
           05 GDG-ERROR-COUNT          PIC 9(4).
           05 GDG-RETURN-CODE          USAGE BINARY-LONG.
           05 GDG-PROGRAM              PIC X(30).
           05 GDG-LIMIT                PIC 9(3).
