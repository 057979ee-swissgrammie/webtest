      *>     9,000 restarts there instead of re-reading the top.
      *> Every rejection line carries the batch id so accounting
      *> can tie each reject to its source file.
      *> An invoice can now arrive itemised: DETAIL records
      *> following its invoice record carry the charge lines -
      *> line number, description, quantity, unit amount, tax
      *> code, and the net and tax they come to - and post to
      *> CUSTTAX_LINE with it. The verify pass balances them too:
      *> every line's net and tax must be what its quantity, unit
      *> amount and tax code give, the lines must add up to their
      *> invoice's amount, and the trailer carries the line count.
      *> An invoice with no DETAIL records is a lump sum, as every
      *> invoice used to be.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-REJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> header, invoice and trailer records stay 37 bytes as
      *> they always were; only a DETAIL record runs to 70
       FD  INVOICE-FILE
           RECORD IS VARYING IN SIZE FROM 37 TO 70 CHARACTERS
               DEPENDING ON WS-IN-RECLEN.
       01  INVOICE-RECORD.
           05 IN-CUSTNO          PIC 9(10).
           05 IN-CUST-NAME       PIC X(20).
           05 TR-MARK            PIC X(10).
           05 TR-COUNT           PIC 9(7).
           05 TR-AMOUNT          PIC 9(10)V99.
      *> DETAIL records in the file; a trailer from before
      *> itemised invoices leaves it blank, and its file may carry
      *> none
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
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-BATCH-ID       PIC X(08).
           05 REJ-REASON         PIC X(40).
       WORKING-STORAGE SECTION.
       01    WS-IN-STATUS   PIC X(02).
       01    WS-IN-RECLEN   PIC S9(4) COMP.
       01    WS-REJ-STATUS  PIC X(02).
       01    WS-EOF-FLAG    PIC X(01) VALUE 'N'.
       01    WS-READ-CNT    PIC S9(7) COMP-3 VALUE 0.
       01    WS-DATA-CNT    PIC S9(7) COMP-3 VALUE 0.
       01    WS-DATA-AMT    PIC S9(10)V99 COMP-3 VALUE 0.
       01    WS-TRL-SEEN    PIC X(01) VALUE 'N'.
      *> the invoice the DETAIL records being read belong
      *> to, and what its lines have come to so far
       01    WS-LINE-CNT    PIC S9(7) COMP-3 VALUE 0.
       01    WS-INV-OPEN    PIC X(01) VALUE 'N'.
       01    WS-INV-CUSTNO  PIC 9(10).
       01    WS-INV-AMT     PIC S9(5)V99 COMP-3.
       01    WS-INV-AMT-OK  PIC X(01).
       01    WS-INV-LINES   PIC S9(4) COMP-3.
       01    WS-INV-LAST-LINE PIC 9(2).
       01    WS-INV-LINE-TOT PIC S9(7)V99 COMP-3.
       01    WS-CHK-NET     PIC S9(11)V99 COMP-3.
       01    WS-CHK-TAX     PIC S9(11)V99 COMP-3.
      *> posting: the invoice's lines post only with it
       01    WS-INV-POSTED  PIC X(01) VALUE 'N'.
       01    WS-LINES-POSTED PIC S9(7) COMP-3 VALUE 0.
       01    WS-LINES-SKIPPED PIC S9(7) COMP-3 VALUE 0.
      *> does a CUSTNO already exist before the insert,
      *> same check the ONLDEMO ADD-PARA path makes
       01    WS-CUST-EXISTS-CNT  PIC S9(4) COMP.
             EXEC SQL
                INCLUDE DCLGENF
             END-EXEC.
             EXEC SQL
                INCLUDE DCLGENL
             END-EXEC.
             EXEC SQL
                INCLUDE DCLGENT
             END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.
               ' READ ' WS-READ-CNT
               ' POSTED ' WS-POSTED-CNT
               ' REJECTED ' WS-REJECT-CNT UPON SYSOUT.
           DISPLAY 'BTCDEMO: BATCH ' WS-BATCH-ID
               ' LINES POSTED ' WS-LINES-POSTED
               ' SKIPPED WITH THEIR INVOICE ' WS-LINES-SKIPPED
               UPON SYSOUT.
           STOP RUN.

      *> the whole file must balance before anything
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TR-LINE-COUNT NOT NUMERIC
              IF WS-LINE-CNT NOT = 0
                 DISPLAY 'BTCDEMO: FILE CARRIES DETAIL RECORDS BUT '
                     'THE TRAILER NO LINE COUNT' UPON SYSOUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF TR-LINE-COUNT NOT = WS-LINE-CNT
                 DISPLAY 'BTCDEMO: TRAILER LINE COUNT ' TR-LINE-COUNT
                     ' BUT FILE CARRIES ' WS-LINE-CNT UPON SYSOUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       VERIFY-PARA-EXIT.
           EXIT.

           END-READ.
           IF WS-EOF-FLAG NOT = 'Y'
              IF TR-MARK = 'TRAILER   '
                 PERFORM VERIFY-INVOICE-END-PARA
                    THRU VERIFY-INVOICE-END-PARA-EXIT
                 MOVE 'Y' TO WS-TRL-SEEN
              ELSE
              IF DL-MARK = 'DETAIL    '
                 PERFORM VERIFY-DETAIL-PARA
                    THRU VERIFY-DETAIL-PARA-EXIT
              ELSE
                 PERFORM VERIFY-INVOICE-END-PARA
                    THRU VERIFY-INVOICE-END-PARA-EXIT
                 ADD 1 TO WS-DATA-CNT
                 MOVE 'Y' TO WS-INV-OPEN
                 MOVE IN-CUSTNO TO WS-INV-CUSTNO
                 MOVE 0 TO WS-INV-LINES
                 MOVE 0 TO WS-INV-LAST-LINE
                 MOVE 0 TO WS-INV-LINE-TOT
                 MOVE 'N' TO WS-INV-AMT-OK
                 IF IN-INVOICE-AMT NUMERIC
                    ADD IN-INVOICE-AMT TO WS-DATA-AMT
                    MOVE IN-INVOICE-AMT TO WS-INV-AMT
                    MOVE 'Y' TO WS-INV-AMT-OK
                 END-IF
              END-IF
              END-IF
           END-IF.
       VERIFY-ONE-PARA-EXIT.
           EXIT.

      *> a DETAIL record belongs to the invoice record before
      *> it, and its net and tax must be exactly what its
      *> quantity, unit amount and tax code give - the same sums,
      *> rounded the same way, the ONLDEMO line view works out.
      *> Any line that doesn't refuses the batch: the file is out
      *> of balance with itself.
       VERIFY-DETAIL-PARA.
           IF WS-INV-OPEN NOT = 'Y'
              DISPLAY 'BTCDEMO: DETAIL RECORD BEFORE ANY INVOICE'
                  UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-INV-LINES.
           IF WS-IN-RECLEN NOT = 70
              DISPLAY 'BTCDEMO: DETAIL FOR CUSTNO ' WS-INV-CUSTNO
                  ' IS ' WS-IN-RECLEN ' BYTES, NOT 70' UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DL-LINE-NO NOT NUMERIC OR DL-QTY NOT NUMERIC
              OR DL-UNIT-AMT NOT NUMERIC OR DL-NET-AMT NOT NUMERIC
              OR DL-TAX-AMT NOT NUMERIC
              DISPLAY 'BTCDEMO: DETAIL FOR CUSTNO ' WS-INV-CUSTNO
                  ' IS NOT NUMERIC' UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DL-LINE-NO NOT > WS-INV-LAST-LINE
              DISPLAY 'BTCDEMO: DETAIL LINES FOR CUSTNO '
                  WS-INV-CUSTNO ' ARE NOT IN ASCENDING ORDER'
                  UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DL-LINE-NO TO WS-INV-LAST-LINE.

           MOVE DL-TAX-CODE TO TC-TAX-CODE.
           EXEC SQL
              SELECT TAX_RATE INTO :TC-TAX-RATE
                FROM CUSTTAX_TAXCODE
               WHERE TAX_CODE = :TC-TAX-CODE
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'BTCDEMO: TAX CODE ' DL-TAX-CODE
                  ' ON CUSTNO ' WS-INV-CUSTNO
                  ' IS NOT ON THE TAX CODE TABLE' UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'BTCDEMO: TAX CODE READ FAILED ' SQLCODE
                  UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           COMPUTE WS-CHK-NET = DL-QTY * DL-UNIT-AMT.
           COMPUTE WS-CHK-TAX ROUNDED = WS-CHK-NET * TC-TAX-RATE.
           IF WS-CHK-NET NOT = DL-NET-AMT
              OR WS-CHK-TAX NOT = DL-TAX-AMT
              DISPLAY 'BTCDEMO: DETAIL LINE ' DL-LINE-NO
                  ' FOR CUSTNO ' WS-INV-CUSTNO
                  ' DOES NOT BALANCE' UPON SYSOUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD DL-NET-AMT DL-TAX-AMT TO WS-INV-LINE-TOT.
       VERIFY-DETAIL-PARA-EXIT.
           EXIT.

      *> an itemised invoice's lines must come to its amount.
      *> An amount that isn't numeric is left to the posting
      *> pass, which rejects the invoice and its lines with it.
       VERIFY-INVOICE-END-PARA.
           IF WS-INV-OPEN = 'Y' AND WS-INV-LINES > 0
              AND WS-INV-AMT-OK = 'Y'
              IF WS-INV-LINE-TOT NOT = WS-INV-AMT
                 DISPLAY 'BTCDEMO: LINES FOR CUSTNO ' WS-INV-CUSTNO
                     ' DO NOT BALANCE TO ITS AMOUNT' UPON SYSOUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       VERIFY-INVOICE-END-PARA-EXIT.
           EXIT.

      *> the register: status C refuses the rerun flat;
      *> status P means an earlier attempt died and this one
      *> resumes past its checkpoint; no row opens the batch
      *> the posting pass also stops AT the trailer -
      *> belt to the verify pass's braces, so nothing past it can
      *> ever post even if the file changed between the passes
      *> An invoice isn't finished until its DETAIL records
      *> have posted, so the checkpoint for one is taken as the
      *> next invoice record arrives (the trailer's final register
      *> update covers the last one); a restart never finds an
      *> invoice committed without its lines.
       PROCESS-PARA.
           IF TR-MARK = 'TRAILER   '
              MOVE 'Y' TO WS-EOF-FLAG
           IF HD-MARK = 'HEADER    '
              CONTINUE
           ELSE
           IF DL-MARK = 'DETAIL    '
              IF WS-INV-POSTED = 'Y'
                 PERFORM POST-LINE-PARA THRU POST-LINE-PARA-EXIT
              ELSE
                 IF WS-DATA-SEQ > WS-RESUME-FROM
                    ADD 1 TO WS-LINES-SKIPPED
                 END-IF
              END-IF
           ELSE
              IF WS-DATA-SEQ > WS-RESUME-FROM
                 PERFORM CHECKPOINT-PARA THRU CHECKPOINT-PARA-EXIT
              END-IF
              MOVE 'N' TO WS-INV-POSTED
              ADD 1 TO WS-DATA-SEQ
              IF WS-DATA-SEQ > WS-RESUME-FROM
                 PERFORM POST-ONE-PARA THRU POST-ONE-PARA-EXIT
              END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-EOF-FLAG NOT = 'Y'
              PERFORM READ-PARA THRU READ-PARA-EXIT
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-POSTED-CNT
                    MOVE 'Y' TO WS-INV-POSTED
                    PERFORM AUDIT-ONE-ADD-PARA
                       THRU AUDIT-ONE-ADD-PARA-EXIT
                 ELSE
       AUDIT-ONE-ADD-PARA-EXIT.
           EXIT.

      *> a charge line of the invoice just posted, with the
      *> net and tax the verify pass has already proved
       POST-LINE-PARA.
           MOVE CUST-NUM TO LN-CUST-NUM.
           MOVE DL-LINE-NO TO LN-LINE-NO.
           MOVE DL-DESC TO LN-DESC.
           MOVE DL-QTY TO LN-QTY.
           MOVE DL-UNIT-AMT TO LN-UNIT-AMT.
           MOVE DL-TAX-CODE TO LN-TAX-CODE.
           MOVE DL-NET-AMT TO LN-NET-AMT.
           MOVE DL-TAX-AMT TO LN-TAX-AMT.
           EXEC SQL
              INSERT INTO CUSTTAX_LINE
                  (CUSTNO, LINE_NO, LINE_DESC, LINE_QTY,
                      LINE_UNIT_AMT, LINE_TAX_CODE,
                      LINE_NET_AMT, LINE_TAX_AMT)
                  VALUES (:LN-CUST-NUM, :LN-LINE-NO, :LN-DESC,
                      :LN-QTY, :LN-UNIT-AMT, :LN-TAX-CODE,
                      :LN-NET-AMT, :LN-TAX-AMT)
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-LINES-POSTED
           ELSE
              MOVE SQLERRMC TO REJ-REASON
              PERFORM REJECT-LINE-PARA THRU REJECT-LINE-PARA-EXIT
           END-IF.
       POST-LINE-PARA-EXIT.
           EXIT.

       REJECT-ONE-PARA.
           MOVE WS-BATCH-ID TO REJ-BATCH-ID.
           MOVE IN-CUSTNO TO REJ-CUSTNO.
           ADD 1 TO WS-REJECT-CNT.
       REJECT-ONE-PARA-EXIT.
           EXIT.

      *> a line that would not post: the invoice's CUSTNO,
      *> the line's description and net amount, and the reason
       REJECT-LINE-PARA.
           MOVE WS-BATCH-ID TO REJ-BATCH-ID.
           MOVE CUST-NUM TO REJ-CUSTNO.
           MOVE DL-DESC TO REJ-CUST-NAME.
           MOVE DL-NET-AMT TO REJ-AMT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-CNT.
       REJECT-LINE-PARA-EXIT.
           EXIT.
