       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - the trade accounts have only ever
      * been kept in the paper book, so there is nothing to convert;
      * this just opens CUSTMST.DAT OUTPUT and closes it straight
      * away to lay down the indexed file CustMaint (OPEN I-O, run
      * after run) needs. Run once before CustMaint is used for the
      * first time; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       WORKING-STORAGE SECTION.

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT CustMstFile.
       IF NOT Cust-Mst-Status-OK
           DISPLAY "CUSTCONV - COULD NOT CREATE CUSTMST.DAT - "
               "STATUS " WS-Cust-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE CustMstFile.
       DISPLAY "CUSTCONV - CUSTMST.DAT CREATED".
       STOP RUN.
