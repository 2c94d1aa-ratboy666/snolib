000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* MOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT REPLACES A RECORD IN A
000120* DATASET "dsopen" OPENED I-O, THROUGH THE DSIO SUBROUTINE
000130* (SEE DSIO.CPY).
000140*
000150* CALL FROM SNOBOL4 WITH THE HANDLE "dsopen" GAVE BACK, THE
000160* RECORD BUFFER, ITS LENGTH AND A TWO-BYTE STATUS BUFFER:
000170*
000180*     dsrewrite(h, buffer, '', status)
000190*
000200* ORG=I REPLACES THE RECORD CARRYING THE FIRST KEYLEN BYTES OF
000205* THE BUFFER'S 64-BYTE KEY ('23' WHEN THERE IS NONE). ORG=S
000210* REPLACES THE RECORD THE LAST "dsread" RETURNED, WHICH MUST
000220* NOT CHANGE LENGTH - A BLANK OR ZERO LENGTH MEANS THAT
000230* RECORD'S LENGTH. THE STATUS IS '00' WHEN THE RECORD IS
000240* REPLACED, 'EM' WITH NO RECORD READ TO REPLACE, 'EL' FOR A
000250* LENGTH THAT IS NOT A NUMBER OR DOES NOT FIT, OR ANY OTHER
000260* FILE STATUS OR DSIO 'E' CODE.
000270*
000280 PROGRAM-ID.      dsrewrite.
000290 AUTHOR.          FRED WEIGEL.
000300 INSTALLATION.    TORONTO CANADA.
000310 DATE-WRITTEN.    OCTOBER 2026.
000320 DATE-COMPILED.   OCTOBER 2026.
000330 SECURITY.        NONE.
000340 REMARKS.         DATASET REWRITE BY HANDLE, FOR SNOBOL4.
000350*
000360 ENVIRONMENT DIVISION.
000370*
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. DEJAH
000400                  WITH DEBUGGING MODE.
000410 OBJECT-COMPUTER. DEJAH
000420                  MEMORY SIZE 65536 CHARACTERS
000430*
000440* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000450* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000460* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000470*
000480>>IF WRAPPER-EBCDIC DEFINED
000490                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000500>>ELSE
000510                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000520>>END-IF
000530 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000540                  ALPHABET ALPHABET-2 IS EBCDIC.
000550*
000560 DATA DIVISION.
000570*
000580 WORKING-STORAGE SECTION.
000590 01 NUM-TOKEN                PIC X(20) VALUE SPACES.
000600 01 NUM-LEN           COMP-5 PIC 9(4) VALUE 0.
000610*
000620 COPY DSIO.
000630*
000640 LINKAGE SECTION.
000650 01 FILE-HANDLE PIC X ANY LENGTH.
000660 01 BUFFER PIC X ANY LENGTH.
000670 01 RECORD-LENGTH PIC X ANY LENGTH.
000680 01 IO-STATUS PIC X ANY LENGTH.
000690*
000700 PROCEDURE DIVISION USING FILE-HANDLE BUFFER RECORD-LENGTH
000710     IO-STATUS.
000720 000-DSREWRITE.
000730     INITIALIZE DSIO-REQUEST
000740     SET DSIO-REWRITE-REQUEST TO TRUE
000750*
000760* ANYTHING BUT A DIGIT IS HANDLE 0, WHICH DSIO ANSWERS 'EH'.
000770*
000780     IF FILE-HANDLE (1:1) IS NUMERIC
000790         MOVE FILE-HANDLE (1:1) TO DSIO-HANDLE
000800     END-IF
000810     PERFORM 100-CONVERT-LENGTH
000820     IF NUM-LEN = 0
000830         MOVE 'EL' TO IO-STATUS
000840         EXIT PROGRAM
000850     END-IF
000860     CALL 'DSIO' USING DSIO-REQUEST, BUFFER
000870     END-CALL
000880     MOVE DSIO-STATUS TO IO-STATUS
000890     EXIT PROGRAM.
000900*
000910* BLANK IS LENGTH 0; OTHERWISE ONE TO FIVE DIGITS, NOTHING
000920* AFTER THEM. NUM-LEN COMES BACK 0 FOR ANYTHING ELSE.
000930*
000940 100-CONVERT-LENGTH.
000950     MOVE SPACES TO NUM-TOKEN
000960     MOVE RECORD-LENGTH TO NUM-TOKEN
000970     IF NUM-TOKEN = SPACES
000980         MOVE 0 TO DSIO-RECORD-LENGTH
000990         MOVE 1 TO NUM-LEN
001000         EXIT PARAGRAPH
001010     END-IF
001020     MOVE 0 TO NUM-LEN
001030     INSPECT NUM-TOKEN TALLYING NUM-LEN
001040         FOR CHARACTERS BEFORE INITIAL SPACE
001050     IF NUM-LEN = 0 OR NUM-LEN > 5
001060         MOVE 0 TO NUM-LEN
001070         EXIT PARAGRAPH
001080     END-IF
001090     IF NUM-TOKEN (NUM-LEN + 1:) NOT = SPACES
001100        OR NUM-TOKEN (1:NUM-LEN) NOT NUMERIC
001110         MOVE 0 TO NUM-LEN
001120         EXIT PARAGRAPH
001130     END-IF
001140     MOVE FUNCTION NUMVAL (NUM-TOKEN) TO DSIO-RECORD-LENGTH.
