      *****************************************************************
      ** CHGAUTH.CPY                                                  **
      **                                                              **
      ** CONTROL BLOCK FOR THE "CHGAUTH" SUBROUTINE, THE SHOP-WIDE    **
      ** CHANGE-CONTROL CHECK FOR THE UTILITIES THAT WRITE DATA BY    **
      ** HAND (FILEPATCH, FILECSVIN, FILEMASK, FILEMAINT). A DATASET  **
      ** WHOSE NAME MATCHES A PATTERN IN THE PROTECTED-DATASET LIST   **
      ** IS ONLY WRITTEN UNDER AN APPROVED CHANGE FROM THE CHANGE     **
      ** REGISTER - SEE CHGREG.CPY FOR THE REGISTER, THE PROTECTED    **
      ** LIST AND THE EXCEPTION LOG, AND CHGAUTHRPT FOR THE REPORT    **
      ** OVER THEM.                                                   **
      **                                                              **
      ** COPY THIS INTO WORKING-STORAGE ONCE. BEFORE THE OUTPUT IS    **
      ** OPENED:                                                      **
      **                                                              **
      **     SET CA-AUTHORIZE TO TRUE                                 **
      **     MOVE <CHANGE OPERAND>    TO CA-CHANGE-NUMBER             **
      **     MOVE <OUTPUT DSN>        TO CA-TARGET-DSN                **
      **     MOVE <RECORDS TO WRITE>  TO CA-COUNT                     **
      **     MOVE WS-PARM-STRING      TO CA-PARM                      **
      **     CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL                 **
      **     IF CA-REFUSED - STOP WITH 16 BEFORE THE OUTPUT IS        **
      **     OPENED; CHGAUTH HAS SAID WHY ON SYSERR AND LOGGED THE    **
      **     ATTEMPT                                                  **
      **                                                              **
      ** AN UNPROTECTED DATASET WITH NO CHANGE NUMBER IS CLEARED WITH **
      ** NOTHING IN FORCE, AS BEFORE. A CHANGE NUMBER, WHEN GIVEN, IS **
      ** ALWAYS CHECKED - PROTECTED DATASET OR NOT - AND WHEN IT      **
      ** CLEARS, CA-CHANGE-IN-FORCE IS SET, WITH THE APPROVER AND THE **
      ** CEILING RETURNED. CA-COUNT IS WHAT THE RUN WILL WRITE (THE   **
      ** PATCH COUNT FOR FILEPATCH, THE RECORD COUNT OTHERWISE); A    **
      ** COUNT OVER THE CEILING IS REFUSED.                           **
      **                                                              **
      ** AT THE END OF A RUN MADE UNDER A CHANGE, BEFORE FILEERRSUM:  **
      **                                                              **
      **     SET CA-CONSUME TO TRUE                                   **
      **     MOVE <RECORDS OR PATCHES WRITTEN> TO CA-COUNT            **
      **     CALL 'CHGAUTH' USING CHANGE-AUTH-CONTROL                 **
      **                                                              **
      ** WHICH MARKS THE AUTHORIZATION USED SO IT CANNOT CLEAR A      **
      ** SECOND RUN. CA-REFUSED AFTER A CONSUME MEANS THE REGISTER    **
      ** WAS NOT UPDATED (CHGAUTH HAS SAID WHY) - THE DATA IS WRITTEN **
      ** BUT THE AUTHORIZATION IS STILL OPEN, SO THE CALLER RAISES    **
      ** ITS RETURN-CODE TO 8 FOR SOMEBODY TO CLOSE IT BY HAND.       **
      **                                                              **
      ** CA-REASON IS THE REFUSAL CODE THE EXCEPTION LOG CARRIES AND  **
      ** CA-REASON-TEXT ITS WORDING:                                  **
      **                                                              **
      **   NOCHANGE  - PROTECTED DATASET, NO CHANGE NUMBER GIVEN      **
      **   UNKNOWN   - CHANGE NUMBER NOT IN THE REGISTER              **
      **   UTILITY   - CHANGE APPROVED FOR A DIFFERENT UTILITY        **
      **   DATASET   - CHANGE APPROVED FOR A DIFFERENT DATASET        **
      **   MALFORMD  - REGISTER LINE FOR THE CHANGE IS UNUSABLE       **
      **   EXPIRED   - CHANGE PAST ITS EXPIRY DATE                    **
      **   CONSUMED  - CHANGE ALREADY USED BY AN EARLIER RUN          **
      **   CEILING   - RUN WOULD WRITE MORE THAN THE CEILING          **
      **   REGISTER  - REGISTER OR PROTECTED LIST UNREADABLE          **
      **                                                              **
      ** CHGAUTH NEVER CHANGES THE CALLER'S RETURN-CODE DECISIONS -   **
      ** IT EXITS 0, AND THE CALLER ACTS ON CA-RESULT.                **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      ** FW1026 FILEMAINT ASKS AT ITS FIRST MAINTENANCE ACTION, FOR   **
      **        ONE RECORD, AND COUNTS ITS ACTIONS AGAINST THE        **
      **        CEILING                                               **
      *****************************************************************
       01  CHANGE-AUTH-CONTROL.
           05 CA-FUNCTION              PIC X(1).
              88 CA-AUTHORIZE          VALUE 'A'.
              88 CA-CONSUME            VALUE 'C'.
           05 CA-CHANGE-NUMBER         PIC X(16).
           05 CA-TARGET-DSN            PIC X(64).
           05 CA-COUNT                 PIC 9(9).
           05 CA-PARM                  PIC X(256).
           05 CA-RESULT                PIC X(1).
              88 CA-CLEARED            VALUE 'Y'.
              88 CA-REFUSED            VALUE 'N'.
           05 CA-IN-FORCE-SW           PIC X(1).
              88 CA-CHANGE-IN-FORCE    VALUE 'Y'.
           05 CA-REASON                PIC X(8).
           05 CA-REASON-TEXT           PIC X(48).
           05 CA-APPROVER              PIC X(30).
           05 CA-CEILING               PIC 9(9).
