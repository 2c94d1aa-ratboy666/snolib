      *****************************************************************
      ** RULEVIOL.CPY                                                 **
      **                                                              **
      ** ONE RECORD OF THE VIOLATION DATASET FILERULES WRITES - ONE   **
      ** PER RULE A RECORD BROKE. FIXED 240 BYTES, EVERY FIELD A      **
      ** DISPLAY FIELD, SO THE DATASET READS STRAIGHT INTO FILECSV    **
      ** (RECLEN 240) WITH THIS FIELD MAP:                            **
      **                                                              **
      **     0,9,CHAR,RV-RECORD-NUMBER                                **
      **     10,8,CHAR,RV-RULE-ID                                     **
      **     19,30,CHAR,RV-LAYOUT                                     **
      **     50,30,CHAR,RV-FIELD                                      **
      **     81,40,CHAR,RV-FIELD-VALUE                                **
      **     122,5,CHAR,RV-OPERATOR                                   **
      **     128,40,CHAR,RV-OPERAND                                   **
      **     169,40,CHAR,RV-OPERAND-VALUE                             **
      **     210,1,CHAR,RV-REASON                                     **
      **                                                              **
      ** RV-RECORD-NUMBER IS THE OFFENDING RECORD'S RELATIVE NUMBER   **
      ** IN THE INPUT (FROM 1), THE NUMBER THE DUMP'S ADDRESS COLUMN  **
      ** SHOWS. RV-FIELD-VALUE IS THE DECODED VALUE OF THE RULE'S     **
      ** FIELD; RV-OPERAND IS THE OPERAND AS THE RULE WROTE IT AND    **
      ** RV-OPERAND-VALUE THE DECODED VALUE OF THE OTHER FIELD WHEN   **
      ** THE OPERAND NAMES ONE. RV-REASON IS 'F' WHEN THE RULE WAS    **
      ** FALSE, 'U' WHEN A FIELD IT NEEDED WOULD NOT DECODE (OR RAN   **
      ** PAST THE END OF THE RECORD) SO THE RULE COULD NOT BE PROVED, **
      ** AND 'L' WHEN NO LAYOUT IN THE MAP CLAIMED THE RECORD (RULE   **
      ** ID AND FIELDS BLANK).                                        **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  RULE-VIOLATION-RECORD.
           05 RV-RECORD-NUMBER         PIC 9(9).
           05 FILLER                   PIC X(1).
           05 RV-RULE-ID               PIC X(8).
           05 FILLER                   PIC X(1).
           05 RV-LAYOUT                PIC X(30).
           05 FILLER                   PIC X(1).
           05 RV-FIELD                 PIC X(30).
           05 FILLER                   PIC X(1).
           05 RV-FIELD-VALUE           PIC X(40).
           05 FILLER                   PIC X(1).
           05 RV-OPERATOR              PIC X(5).
           05 FILLER                   PIC X(1).
           05 RV-OPERAND               PIC X(40).
           05 FILLER                   PIC X(1).
           05 RV-OPERAND-VALUE         PIC X(40).
           05 FILLER                   PIC X(1).
           05 RV-REASON                PIC X(1).
              88 RV-RULE-FALSE         VALUE 'F'.
              88 RV-UNDECODABLE        VALUE 'U'.
              88 RV-NO-LAYOUT          VALUE 'L'.
           05 FILLER                   PIC X(29).
