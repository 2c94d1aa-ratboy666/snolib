000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* LOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT WRITES A NEW RECORD TO A
000120* DATASET "dsopen" OPENED FOR OUTPUT OR EXTEND (OR, ORG=I,
000130* I-O), THROUGH THE DSIO SUBROUTINE (SEE DSIO.CPY).
000140*
000150* CALL FROM SNOBOL4 WITH THE HANDLE "dsopen" GAVE BACK, THE
000160* RECORD BUFFER, ITS LENGTH AND A TWO-BYTE STATUS BUFFER:
000170*
000180*     dswrite(h, buffer, '80', status)
000190*
000200* A BLANK OR ZERO LENGTH WRITES THE WHOLE BUFFER - OR, WHEN
000210* THE DATASET WAS OPENED WITH A RECLEN, RECLEN BYTES. WITH A
000220* RECLEN EVERY RECORD IS WRITTEN RECLEN LONG, A SHORTER ONE
000230* SPACE-PADDED. AN INDEXED RECORD LEADS WITH ITS 64-BYTE KEY.
000240* THE STATUS IS '00' WHEN THE RECORD IS WRITTEN, '22' FOR A
000250* KEY (ITS FIRST KEYLEN BYTES) ALREADY ON AN INDEXED DATASET,
000255* '21' FOR ONE OUT OF ORDER ON A DATASET OPENED OUTPUT, 'EL'
000260* FOR A LENGTH THAT IS NOT A NUMBER OR DOES NOT FIT, OR ANY
000270* OTHER FILE STATUS OR DSIO 'E' CODE.
000280*
000290 PROGRAM-ID.      dswrite.
000300 AUTHOR.          FRED WEIGEL.
000310 INSTALLATION.    TORONTO CANADA.
000320 DATE-WRITTEN.    OCTOBER 2026.
000330 DATE-COMPILED.   OCTOBER 2026.
000340 SECURITY.        NONE.
000350 REMARKS.         DATASET WRITE BY HANDLE, FOR SNOBOL4.
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. DEJAH
000410                  WITH DEBUGGING MODE.
000420 OBJECT-COMPUTER. DEJAH
000430                  MEMORY SIZE 65536 CHARACTERS
000440*
000450* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000460* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000470* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000480*
000490>>IF WRAPPER-EBCDIC DEFINED
000500                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000510>>ELSE
000520                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000530>>END-IF
000540 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000550                  ALPHABET ALPHABET-2 IS EBCDIC.
000560*
000570 DATA DIVISION.
000580*
000590 WORKING-STORAGE SECTION.
000600 01 NUM-TOKEN                PIC X(20) VALUE SPACES.
000610 01 NUM-LEN           COMP-5 PIC 9(4) VALUE 0.
000620*
000630 COPY DSIO.
000640*
000650 LINKAGE SECTION.
000660 01 FILE-HANDLE PIC X ANY LENGTH.
000670 01 BUFFER PIC X ANY LENGTH.
000680 01 RECORD-LENGTH PIC X ANY LENGTH.
000690 01 IO-STATUS PIC X ANY LENGTH.
000700*
000710 PROCEDURE DIVISION USING FILE-HANDLE BUFFER RECORD-LENGTH
000720     IO-STATUS.
000730 000-DSWRITE.
000740     INITIALIZE DSIO-REQUEST
000750     SET DSIO-WRITE-REQUEST TO TRUE
000760*
000770* ANYTHING BUT A DIGIT IS HANDLE 0, WHICH DSIO ANSWERS 'EH'.
000780*
000790     IF FILE-HANDLE (1:1) IS NUMERIC
000800         MOVE FILE-HANDLE (1:1) TO DSIO-HANDLE
000810     END-IF
000820     PERFORM 100-CONVERT-LENGTH
000830     IF NUM-LEN = 0
000840         MOVE 'EL' TO IO-STATUS
000850         EXIT PROGRAM
000860     END-IF
000870     CALL 'DSIO' USING DSIO-REQUEST, BUFFER
000880     END-CALL
000890     MOVE DSIO-STATUS TO IO-STATUS
000900     EXIT PROGRAM.
000910*
000920* BLANK IS LENGTH 0; OTHERWISE ONE TO FIVE DIGITS, NOTHING
000930* AFTER THEM. NUM-LEN COMES BACK 0 FOR ANYTHING ELSE.
000940*
000950 100-CONVERT-LENGTH.
000960     MOVE SPACES TO NUM-TOKEN
000970     MOVE RECORD-LENGTH TO NUM-TOKEN
000980     IF NUM-TOKEN = SPACES
000990         MOVE 0 TO DSIO-RECORD-LENGTH
001000         MOVE 1 TO NUM-LEN
001010         EXIT PARAGRAPH
001020     END-IF
001030     MOVE 0 TO NUM-LEN
001040     INSPECT NUM-TOKEN TALLYING NUM-LEN
001050         FOR CHARACTERS BEFORE INITIAL SPACE
001060     IF NUM-LEN = 0 OR NUM-LEN > 5
001070         MOVE 0 TO NUM-LEN
001080         EXIT PARAGRAPH
001090     END-IF
001100     IF NUM-TOKEN (NUM-LEN + 1:) NOT = SPACES
001110        OR NUM-TOKEN (1:NUM-LEN) NOT NUMERIC
001120         MOVE 0 TO NUM-LEN
001130         EXIT PARAGRAPH
001140     END-IF
001150     MOVE FUNCTION NUMVAL (NUM-TOKEN) TO DSIO-RECORD-LENGTH.
