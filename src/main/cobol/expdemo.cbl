      *> moves forward with the same COMMIT that lands the file,
      *> so a failed run re-exports the same window complete. The
      *> trailer count still balances either mode.
      *> An itemised invoice is followed by its CUSTTAX_LINE
      *> charge lines as DETAIL records, in the layout BTCDEMO
      *> imports, in both modes: a line change re-derives the
      *> invoice amount and leaves an audit row, so DELTA picks the
      *> invoice up and sends all its lines as they now stand. The
      *> trailer carries the DETAIL count beside the invoice count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> invoice and trailer records are written 37 bytes as
      *> they always were; only a DETAIL record runs to 70
       FD  EXPORT-FILE
           RECORD IS VARYING IN SIZE FROM 37 TO 70 CHARACTERS
               DEPENDING ON WS-OUT-RECLEN.
       01  EXPORT-RECORD.
           05 EX-CUSTNO          PIC 9(10).
           05 EX-CUST-NAME       PIC X(20).
       01  TRAILER-RECORD.
           05 TR-MARK            PIC X(10).
           05 TR-COUNT           PIC 9(7).
           05 FILLER             PIC X(12).
           05 TR-LINE-COUNT      PIC 9(7).
           05 FILLER             PIC X(01).
       01  DETAIL-RECORD.
           05 DL-MARK            PIC X(10).
           05 DL-LINE-NO         PIC 9(2).
           05 DL-DESC            PIC X(30).
           05 DL-QTY             PIC 9(5).
           05 DL-UNIT-AMT        PIC 9(5)V99.
           05 DL-TAX-CODE        PIC X(2).
           05 DL-NET-AMT         PIC 9(5)V99.
           05 DL-TAX-AMT         PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01    WS-OUT-STATUS  PIC X(02).
       01    WS-OUT-RECLEN  PIC S9(4) COMP.
       01    WS-EXPORT-CNT  PIC S9(7) COMP-3 VALUE 0.
       01    WS-LINE-EXPORT-CNT PIC S9(7) COMP-3 VALUE 0.
      *> the invoice cursor's own SQLCODE; the line cursor
      *> run between its fetches leaves SQLCODE at 100
       01    WS-CUST-SQLCODE PIC S9(9) COMP VALUE 0.
       01    WS-RUN-MODE    PIC X(08).
           88 WS-DELTA-MODE VALUE 'DELTA', 'DELTA   '.
      *> the checkpoint cutoff keeps the date sortable
             EXEC SQL
                INCLUDE DCLGENF
             END-EXEC.
             EXEC SQL
                INCLUDE DCLGENL
             END-EXEC.
             EXEC SQL DECLARE CUST_EXPORT CURSOR FOR
                SELECT CUSTNO, CUST_NAME, CUST_INVOICE_AMT
                  FROM CUSTTAX
                            AND CHANGE_TIME > :WS-CKPT-TIME)))
                 ORDER BY CUSTNO
             END-EXEC.
      *> the charge lines of the invoice just written
             EXEC SQL DECLARE CUST_LINES CURSOR FOR
                SELECT LINE_NO, LINE_DESC, LINE_QTY, LINE_UNIT_AMT,
                       LINE_TAX_CODE, LINE_NET_AMT, LINE_TAX_AMT
                  FROM CUSTTAX_LINE
                 WHERE CUSTNO = :LN-CUST-NUM
                 ORDER BY LINE_NO
             END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF.

           PERFORM UNLOAD-PARA THRU UNLOAD-PARA-EXIT
               UNTIL WS-CUST-SQLCODE NOT = 0.

           IF WS-DELTA-MODE
              EXEC SQL CLOSE CUST_DELTA END-EXEC

           MOVE 'TRAILER   ' TO TR-MARK.
           MOVE WS-EXPORT-CNT TO TR-COUNT.
           MOVE SPACES TO TRAILER-RECORD(18:12).
           MOVE WS-LINE-EXPORT-CNT TO TR-LINE-COUNT.
           MOVE SPACES TO TRAILER-RECORD(37:1).
           MOVE 37 TO WS-OUT-RECLEN.
           WRITE TRAILER-RECORD.

           CLOSE EXPORT-FILE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'EXPDEMO: EXPORTED ' WS-EXPORT-CNT ' ROWS '
               WS-LINE-EXPORT-CNT ' LINES' UPON SYSOUT.
           STOP RUN.

       UNLOAD-PARA.
                   INTO :CUST-NUM, :CUST-NAME, :CUST-INVOICE-AMT
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-CUST-SQLCODE.
           IF SQLCODE = 0
              MOVE CUST-NUM TO EX-CUSTNO
              MOVE CUST-NAME TO EX-CUST-NAME
              MOVE CUST-INVOICE-AMT TO EX-INVOICE-AMT
              MOVE 37 TO WS-OUT-RECLEN
              WRITE EXPORT-RECORD
              ADD 1 TO WS-EXPORT-CNT
              PERFORM EXPORT-LINES-PARA THRU EXPORT-LINES-PARA-EXIT
           END-IF.
       UNLOAD-PARA-EXIT.
           EXIT.

      *> the invoice's lines straight after it, as DETAIL
      *> records; a lump-sum invoice has none
       EXPORT-LINES-PARA.
           MOVE CUST-NUM TO LN-CUST-NUM.
           EXEC SQL OPEN CUST_LINES END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'EXPDEMO: OPEN LINE CURSOR FAILED ' SQLCODE
                  UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM EXPORT-ONE-LINE-PARA THRU EXPORT-ONE-LINE-PARA-EXIT
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = 100
              DISPLAY 'EXPDEMO: LINE FETCH FAILED ' SQLCODE
                  UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL CLOSE CUST_LINES END-EXEC.
       EXPORT-LINES-PARA-EXIT.
           EXIT.

       EXPORT-ONE-LINE-PARA.
           EXEC SQL
              FETCH CUST_LINES
                INTO :LN-LINE-NO, :LN-DESC, :LN-QTY, :LN-UNIT-AMT,
                     :LN-TAX-CODE, :LN-NET-AMT, :LN-TAX-AMT
           END-EXEC.
           IF SQLCODE = 0
              MOVE 'DETAIL    ' TO DL-MARK
              MOVE LN-LINE-NO TO DL-LINE-NO
              MOVE LN-DESC TO DL-DESC
              MOVE LN-QTY TO DL-QTY
              MOVE LN-UNIT-AMT TO DL-UNIT-AMT
              MOVE LN-TAX-CODE TO DL-TAX-CODE
              MOVE LN-NET-AMT TO DL-NET-AMT
              MOVE LN-TAX-AMT TO DL-TAX-AMT
              MOVE 70 TO WS-OUT-RECLEN
              WRITE DETAIL-RECORD
              ADD 1 TO WS-LINE-EXPORT-CNT
           END-IF.
       EXPORT-ONE-LINE-PARA-EXIT.
           EXIT.

      *> the cutoff of the last successful run; first
      *> use seeds a low-values row so the first delta is a full
      *> export, the same arrangement the warehouse extract uses
