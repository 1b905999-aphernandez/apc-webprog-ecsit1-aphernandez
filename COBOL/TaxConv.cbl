       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TaxConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - there are no earlier tax rates to
      * convert from, so this just opens OILTAX.DAT OUTPUT and closes
      * it straight away to lay down the indexed file TaxMaint (OPEN
      * I-O, run after run) and OilTaxAt need. Run once before
      * TaxMaint is used for the first time; not needed again
      * afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilTaxFile ASSIGN TO "OILTAX.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TX-Key
	     FILE STATUS IS WS-Oil-Tax-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OilTaxFile.
       COPY OILTAX REPLACING ==:REC-NAME:== BY ==OilTaxRec==
                             ==:PFX:==      BY ==TX-==.

       WORKING-STORAGE SECTION.

       01  WS-Oil-Tax-Status         PIC X(2).
         88 Oil-Tax-Status-OK        VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT OilTaxFile.
       IF NOT Oil-Tax-Status-OK
           DISPLAY "TAXCONV - COULD NOT CREATE OILTAX.DAT - "
               "STATUS " WS-Oil-Tax-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE OilTaxFile.
       DISPLAY "TAXCONV - OILTAX.DAT CREATED".
       STOP RUN.
