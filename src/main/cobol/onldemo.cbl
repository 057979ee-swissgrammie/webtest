       01    WS-START-CD  PIC X(02).
       01    WS-RESP      PIC S9(08) COMP.
       01    WS-ABSTIME   PIC S9(15).
      *> the pseudo-conversation's state: which view is on the
      *> screen ('L' = the invoice line view, anything else the
      *> customer view) and, on the line view, whose lines and
      *> where the list starts
       01    WS-COMM.
             05 WS-COMM-MODE        PIC X(1).
             05 FILLER              PIC X(3).
             05 WS-COMM-CUSTNO      PIC 9(10).
             05 WS-COMM-FIRST-LINE  PIC 9(2).
             05 WS-COMM-NEXT-LINE   PIC 9(2).
      *> hold the prior amount and audit timestamp
      *> across the validate/update/audit-insert sequence
       01    WS-OLD-INVOICE-AMT  PIC S9(5)V99 USAGE COMP-3.
      *> does a CUSTNO already exist before ADD-PARA
      *> inserts it
       01    WS-CUST-EXISTS-CNT  PIC S9(4) COMP.
      *> invoice line maintenance: the list position, the
      *> totals the header amount is derived from, and the total
      *> the invoice would reach with the keyed line in it
       01    WS-LIST-X           PIC S9(4) COMP.
       01    WS-LIST-EOF         PIC X(1).
       01    WS-FIRST-LINE       PIC S9(4) COMP.
       01    WS-LINE-CNT         PIC S9(4) COMP.
       01    WS-LINE-NET-TOT     PIC S9(7)V99 USAGE COMP-3.
       01    WS-LINE-TAX-TOT     PIC S9(7)V99 USAGE COMP-3.
       01    WS-NEW-INVOICE-TOT  PIC S9(7)V99 USAGE COMP-3.
       01    WS-LIST-LINE.
             05 WS-LL-LINE-NO    PIC Z9.
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-DESC       PIC X(24).
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-QTY        PIC ZZZZ9.
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-UNIT       PIC ZZ,ZZZ.ZZ.
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-TAX-CODE   PIC X(2).
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-NET        PIC ZZ,ZZZ.ZZ.
             05 FILLER           PIC X(1) VALUE SPACE.
             05 WS-LL-TAX        PIC ZZ,ZZZ.ZZ.
             COPY ONLDEMO.
             COPY DFHBMSCA.
             COPY DFHAID.
             EXEC SQL
                INCLUDE DCLGENA
             END-EXEC.
             EXEC SQL
                INCLUDE DCLGENL
             END-EXEC.
             EXEC SQL
                INCLUDE DCLGENT
             END-EXEC.

       LINKAGE SECTION.
       01    DFHCOMMAREA    PIC X(18).
       PROCEDURE DIVISION.
       MAIN-PARA.
           move dfhcommarea(1:eibcalen) to WS-COMM.
              PERFORM SEND-INITIAL-MAP THRU SEND-INITIAL-MAP-EXIT
              PERFORM RETURN-PARA THRU RETURN-EXIT
           ELSE
              IF WS-COMM-MODE = 'L'
                 PERFORM LINE-RECEIVE-PARA THRU LINE-RECEIVE-PARA-EXIT
                 PERFORM LINE-KEY-PARA THRU LINE-KEY-PARA-EXIT
              ELSE
                 PERFORM RECEIVE-PARA THRU RECEIVE-PARA-EXIT
                 PERFORM KEY-PARA THRU KEY-PARA-EXIT
              END-IF
              PERFORM RETURN-PARA THRU RETURN-EXIT
           END-IF.

                 MOVE SPACES  TO CNUMO
                                 NAMEO
                                 INVAMTO
                 MOVE 'PRESS ENTER, PF5, PF6, PF7, PF8 OR PF3' TO MESSO
                 PERFORM SEND-INITIAL-MAP THRU SEND-INITIAL-MAP-EXIT
              WHEN DFHENTER
                 PERFORM SELECT-PARA THRU SELECT-PARA-EXIT
              WHEN DFHPF7
                PERFORM DELETE-PARA THRU DELETE-PARA-EXIT
                PERFORM SEND-MAP THRU SEND-MAP-EXIT
      *> PF8 opens the invoice's charge lines
              WHEN DFHPF8
                PERFORM OPEN-LINES-PARA THRU OPEN-LINES-PARA-EXIT
              WHEN OTHER
                 MOVE 'PRESS ENTER, PF5, PF6, PF7, PF8 OR PF3' TO MESSO
                 PERFORM SEND-MAP THRU SEND-MAP-EXIT
           END-EVALUATE.
       KEY-PARA-EXIT.
      *> risk is the operator leaving the field blank or keying
      *> something that doesn't de-edit to a valid number, which
      *> shows up as a non-numeric CUST-INVOICE-AMT after the MOVE.
      *> an invoice with charge lines takes its amount from
      *> them; only a lump-sum invoice is keyed here
           EXEC SQL
              SELECT COUNT(*) INTO :WS-LINE-CNT
                FROM CUSTTAX_LINE
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.

           IF CUST-INVOICE-AMT NOT NUMERIC
              MOVE 'INVALID INVOICE AMOUNT - MUST BE 0 TO 99999.99'
                TO MESSO
           ELSE
           IF WS-LINE-CNT > 0
              MOVE 'AMOUNT IS DERIVED FROM THE INVOICE LINES'
                TO MESSO
           ELSE
              EXEC SQL
                 SELECT CUST_INVOICE_AMT
                 DISPLAY SQLCODE UPON SYSOUT
                 DISPLAY SQLERRMC UPON SYSOUT
              END-IF
           END-IF
           END-IF.

       UPDATE-PARA-EXIT.
       DELETE-PARA.
           MOVE CNUMI TO CUST-NUM.

      *> its charge lines go with it
           EXEC SQL
              DELETE FROM CUSTTAX_LINE
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.

           EXEC SQL
              DELETE FROM CUSTTAX
               WHERE CUSTNO = :CUST-NUM
       DELETE-PARA-EXIT.
           EXIT.

      *> the line view for the customer on the screen: PF8
      *> from the customer view, the list from line 1
       OPEN-LINES-PARA.
           IF CNUMI = SPACES OR CNUMI = LOW-VALUES
              MOVE 'KEY A CUSTOMER NUMBER FOR ITS LINES' TO MESSO
              PERFORM SEND-MAP THRU SEND-MAP-EXIT
           ELSE
              MOVE CNUMI TO CUST-NUM
              EXEC SQL
                 SELECT COUNT(*) INTO :WS-CUST-EXISTS-CNT
                   FROM CUSTTAX
                  WHERE CUSTNO = :CUST-NUM
              END-EXEC
              IF WS-CUST-EXISTS-CNT = 0
                 MOVE 'CUSTOMER NOT FOUND' TO MESSO
                 PERFORM SEND-MAP THRU SEND-MAP-EXIT
              ELSE
                 MOVE 'L' TO WS-COMM-MODE
                 MOVE CUST-NUM TO WS-COMM-CUSTNO
                 MOVE 1 TO WS-COMM-FIRST-LINE
                 MOVE LOW-VALUES TO SHOWLNI
                 PERFORM LIST-LINES-PARA THRU LIST-LINES-PARA-EXIT
                 MOVE 'PRESS ENTER, PF5, PF7, PF8 OR PF3' TO LMESSO
                 PERFORM SEND-INITIAL-LINE-MAP
                    THRU SEND-INITIAL-LINE-MAP-EXIT
              END-IF
           END-IF.
       OPEN-LINES-PARA-EXIT.
           EXIT.

       SEND-INITIAL-LINE-MAP.
           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                MMDDYYYY(LDATEO)
                DATESEP('/')
                TIME  (LTIMEO)
                TIMESEP (':')
           END-EXEC.

           EXEC CICS SEND
              MAP('SHOWLN')
              MAPSET('ONLDEMO')
              FROM(SHOWLNO)
              FREEKB
              ERASE
           END-EXEC.
       SEND-INITIAL-LINE-MAP-EXIT.
           EXIT.

       SEND-LINE-MAP.
           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                MMDDYYYY(LDATEO)
                DATESEP('/')
                TIME  (LTIMEO)
                TIMESEP (':')
           END-EXEC.

           EXEC CICS SEND
              MAP('SHOWLN')
              MAPSET('ONLDEMO')
              FROM(SHOWLNO)
              FREEKB
              DATAONLY
           END-EXEC.
       SEND-LINE-MAP-EXIT.
           EXIT.

       LINE-RECEIVE-PARA.
           MOVE LOW-VALUES TO SHOWLNI.
           EXEC CICS RECEIVE
               MAP('SHOWLN')
               MAPSET('ONLDEMO')
               RESP (WS-RESP)
           END-EXEC.
       LINE-RECEIVE-PARA-EXIT.
           EXIT.

      *> the line view's keys: ENTER lists (and, with a line
      *> number keyed, brings that line up to change), PF5 adds
      *> or replaces the keyed line, PF7 removes it, PF8 pages
      *> on, PF3 or CLEAR goes back to the customer view
       LINE-KEY-PARA.
           MOVE WS-COMM-CUSTNO TO CUST-NUM.
           EVALUATE EIBAID
              WHEN DFHCLEAR
                 PERFORM CLOSE-LINES-PARA THRU CLOSE-LINES-PARA-EXIT
              WHEN DFHPF3
                 PERFORM CLOSE-LINES-PARA THRU CLOSE-LINES-PARA-EXIT
              WHEN DFHENTER
                 PERFORM LINE-SELECT-PARA THRU LINE-SELECT-PARA-EXIT
                 PERFORM LIST-LINES-PARA THRU LIST-LINES-PARA-EXIT
                 PERFORM SEND-LINE-MAP THRU SEND-LINE-MAP-EXIT
              WHEN DFHPF5
                 PERFORM LINE-UPDATE-PARA THRU LINE-UPDATE-PARA-EXIT
                 PERFORM LIST-LINES-PARA THRU LIST-LINES-PARA-EXIT
                 PERFORM SEND-LINE-MAP THRU SEND-LINE-MAP-EXIT
              WHEN DFHPF7
                 PERFORM LINE-DELETE-PARA THRU LINE-DELETE-PARA-EXIT
                 PERFORM LIST-LINES-PARA THRU LIST-LINES-PARA-EXIT
                 PERFORM SEND-LINE-MAP THRU SEND-LINE-MAP-EXIT
              WHEN DFHPF8
                 IF WS-COMM-NEXT-LINE = 0
                    MOVE 'NO MORE LINES' TO LMESSO
                 ELSE
                    MOVE WS-COMM-NEXT-LINE TO WS-COMM-FIRST-LINE
                    MOVE SPACES TO LMESSO
                 END-IF
                 PERFORM LIST-LINES-PARA THRU LIST-LINES-PARA-EXIT
                 PERFORM SEND-LINE-MAP THRU SEND-LINE-MAP-EXIT
              WHEN OTHER
                 MOVE 'PRESS ENTER, PF5, PF7, PF8 OR PF3' TO LMESSO
                 PERFORM SEND-LINE-MAP THRU SEND-LINE-MAP-EXIT
           END-EVALUATE.
       LINE-KEY-PARA-EXIT.
           EXIT.

      *> back to the customer view, showing the customer
      *> with the amount the lines now come to
       CLOSE-LINES-PARA.
           MOVE '2' TO WS-COMM-MODE.
           MOVE LOW-VALUES TO SHOWEMI.
           MOVE WS-COMM-CUSTNO TO CNUMI.
           PERFORM SELECT-PARA THRU SELECT-PARA-EXIT.
           PERFORM SEND-INITIAL-MAP THRU SEND-INITIAL-MAP-EXIT.
       CLOSE-LINES-PARA-EXIT.
           EXIT.

      *> ENTER with a line number brings that line into the
      *> entry fields and lists from it; without one, the list
      *> goes back to the top
       LINE-SELECT-PARA.
           IF LLNUMI = SPACES OR LLNUMI = LOW-VALUES
              MOVE 1 TO WS-COMM-FIRST-LINE
              MOVE SPACES TO LMESSO
           ELSE
           IF LLNUMI NOT NUMERIC OR LLNUMI = 0
              MOVE 'LINE NUMBER MUST BE 01 TO 99' TO LMESSO
           ELSE
              MOVE CUST-NUM TO LN-CUST-NUM
              MOVE LLNUMI TO LN-LINE-NO
              EXEC SQL
                 SELECT LINE_DESC, LINE_QTY, LINE_UNIT_AMT,
                        LINE_TAX_CODE
                   INTO :LN-DESC, :LN-QTY, :LN-UNIT-AMT,
                        :LN-TAX-CODE
                   FROM CUSTTAX_LINE
                  WHERE CUSTNO = :LN-CUST-NUM
                    AND LINE_NO = :LN-LINE-NO
              END-EXEC
              IF SQLCODE = 0
                 MOVE LN-DESC TO LDESCO
                 MOVE LN-QTY TO LQTYO
                 MOVE LN-UNIT-AMT TO LUNITO
                 MOVE LN-TAX-CODE TO LTAXCDO
                 MOVE LLNUMI TO WS-COMM-FIRST-LINE
                 MOVE ' LINE SELECTED' TO LMESSO
              ELSE
              IF SQLCODE = 100
                 MOVE 'LINE NOT FOUND' TO LMESSO
              ELSE
                 MOVE SQLERRMC TO LMESSO
                 DISPLAY SQLCODE UPON SYSOUT
                 DISPLAY SQLERRMC UPON SYSOUT
              END-IF
              END-IF
           END-IF
           END-IF.
       LINE-SELECT-PARA-EXIT.
           EXIT.

      *> add the keyed line, or replace it if the number is
      *> already on the invoice: the description, a whole
      *> quantity, a unit amount and a tax code on the code
      *> table. Net and tax are worked out and fixed on the line
      *> here, and the invoice amount is re-derived from its lines
       LINE-UPDATE-PARA.
           MOVE CUST-NUM TO LN-CUST-NUM.
           MOVE LDESCI TO LN-DESC.
           MOVE LQTYI TO LN-QTY.
           MOVE LUNITI TO LN-UNIT-AMT.
           MOVE LTAXCDI TO LN-TAX-CODE.

           IF LLNUMI NOT NUMERIC OR LLNUMI = 0
              MOVE 'LINE NUMBER MUST BE 01 TO 99' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.
           MOVE LLNUMI TO LN-LINE-NO.
           IF LN-DESC = SPACES OR LN-DESC = LOW-VALUES
              MOVE 'A LINE NEEDS A DESCRIPTION' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.
      *> same de-edit check UPDATE-PARA makes on the amount
           IF LN-QTY NOT NUMERIC
              MOVE 'INVALID QUANTITY - MUST BE 1 TO 99999' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.
           IF LN-QTY = 0
              MOVE 'INVALID QUANTITY - MUST BE 1 TO 99999' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.
           IF LN-UNIT-AMT NOT NUMERIC
              MOVE 'INVALID UNIT AMOUNT - MUST BE 0 TO 99999.99'
                TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.

           MOVE LN-TAX-CODE TO TC-TAX-CODE.
           EXEC SQL
              SELECT TAX_RATE INTO :TC-TAX-RATE
                FROM CUSTTAX_TAXCODE
               WHERE TAX_CODE = :TC-TAX-CODE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'TAX CODE NOT ON THE TAX CODE TABLE' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLERRMC TO LMESSO
              DISPLAY SQLCODE UPON SYSOUT
              DISPLAY SQLERRMC UPON SYSOUT
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.

           COMPUTE LN-NET-AMT = LN-QTY * LN-UNIT-AMT
              ON SIZE ERROR
                 MOVE 'LINE AMOUNT OVER 99999.99' TO LMESSO
                 GO TO LINE-UPDATE-PARA-EXIT
           END-COMPUTE.
           COMPUTE LN-TAX-AMT ROUNDED = LN-NET-AMT * TC-TAX-RATE.

      *> the invoice amount is DECIMAL(7,2): the other lines
      *> plus this one must still fit in it
           EXEC SQL
              SELECT COALESCE(SUM(LINE_NET_AMT), 0),
                     COALESCE(SUM(LINE_TAX_AMT), 0)
                INTO :WS-LINE-NET-TOT, :WS-LINE-TAX-TOT
                FROM CUSTTAX_LINE
               WHERE CUSTNO = :LN-CUST-NUM
                 AND LINE_NO <> :LN-LINE-NO
           END-EXEC.
           COMPUTE WS-NEW-INVOICE-TOT = WS-LINE-NET-TOT
              + WS-LINE-TAX-TOT + LN-NET-AMT + LN-TAX-AMT.
           IF WS-NEW-INVOICE-TOT > 99999.99
              MOVE 'INVOICE WOULD EXCEED 99999.99' TO LMESSO
              GO TO LINE-UPDATE-PARA-EXIT
           END-IF.

           EXEC SQL
              UPDATE CUSTTAX_LINE
                 SET LINE_DESC = :LN-DESC,
                     LINE_QTY = :LN-QTY,
                     LINE_UNIT_AMT = :LN-UNIT-AMT,
                     LINE_TAX_CODE = :LN-TAX-CODE,
                     LINE_NET_AMT = :LN-NET-AMT,
                     LINE_TAX_AMT = :LN-TAX-AMT
               WHERE CUSTNO = :LN-CUST-NUM
                 AND LINE_NO = :LN-LINE-NO
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CUSTTAX_LINE
                     (CUSTNO, LINE_NO, LINE_DESC, LINE_QTY,
                         LINE_UNIT_AMT, LINE_TAX_CODE,
                         LINE_NET_AMT, LINE_TAX_AMT)
                     VALUES (:LN-CUST-NUM, :LN-LINE-NO, :LN-DESC,
                         :LN-QTY, :LN-UNIT-AMT, :LN-TAX-CODE,
                         :LN-NET-AMT, :LN-TAX-AMT)
              END-EXEC
           END-IF.
           IF SQLCODE = 0
              PERFORM DERIVE-INVOICE-PARA THRU DERIVE-INVOICE-PARA-EXIT
              MOVE ' LINE SAVED' TO LMESSO
           ELSE
              MOVE SQLERRMC TO LMESSO
              DISPLAY SQLCODE UPON SYSOUT
              DISPLAY SQLERRMC UPON SYSOUT
           END-IF.
       LINE-UPDATE-PARA-EXIT.
           EXIT.

       LINE-DELETE-PARA.
           IF LLNUMI NOT NUMERIC OR LLNUMI = 0
              MOVE 'LINE NUMBER MUST BE 01 TO 99' TO LMESSO
              GO TO LINE-DELETE-PARA-EXIT
           END-IF.
           MOVE CUST-NUM TO LN-CUST-NUM.
           MOVE LLNUMI TO LN-LINE-NO.

           EXEC SQL
              DELETE FROM CUSTTAX_LINE
               WHERE CUSTNO = :LN-CUST-NUM
                 AND LINE_NO = :LN-LINE-NO
           END-EXEC.
           IF SQLCODE = 0
              PERFORM DERIVE-INVOICE-PARA THRU DERIVE-INVOICE-PARA-EXIT
              MOVE ' LINE REMOVED' TO LMESSO
              MOVE SPACES TO LDESCO LTAXCDO
              MOVE 0 TO LQTYO LUNITO
           ELSE
           IF SQLCODE = 100
              MOVE 'LINE NOT FOUND' TO LMESSO
           ELSE
              MOVE SQLERRMC TO LMESSO
              DISPLAY SQLCODE UPON SYSOUT
              DISPLAY SQLERRMC UPON SYSOUT
           END-IF
           END-IF.
       LINE-DELETE-PARA-EXIT.
           EXIT.

      *> the header amount is the sum of the lines' net and
      *> tax; every line change re-derives it and leaves the same
      *> before/after audit row an amount change on the customer
      *> view does, which is what the delta export and the
      *> receivable bridge key on
       DERIVE-INVOICE-PARA.
           EXEC SQL
              SELECT CUST_INVOICE_AMT
                INTO :WS-OLD-INVOICE-AMT
                FROM CUSTTAX
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.
           EXEC SQL
              SELECT COALESCE(SUM(LINE_NET_AMT), 0),
                     COALESCE(SUM(LINE_TAX_AMT), 0)
                INTO :WS-LINE-NET-TOT, :WS-LINE-TAX-TOT
                FROM CUSTTAX_LINE
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.
           COMPUTE CUST-INVOICE-AMT = WS-LINE-NET-TOT
              + WS-LINE-TAX-TOT.

           EXEC SQL
              UPDATE CUSTTAX
                 SET CUST_INVOICE_AMT = :CUST-INVOICE-AMT
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.
           IF SQLCODE = 0
              PERFORM AUDIT-INVOICE-CHANGE
                 THRU AUDIT-INVOICE-CHANGE-EXIT
           END-IF.
       DERIVE-INVOICE-PARA-EXIT.
           EXIT.

      *> the customer, ten lines from WS-COMM-FIRST-LINE,
      *> and the invoice's net, tax and total
       LIST-LINES-PARA.
           EXEC SQL
              SELECT CUST_NAME, CUST_INVOICE_AMT
                INTO :CUST-NAME, :CUST-INVOICE-AMT
                FROM CUSTTAX
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.
           MOVE CUST-NUM TO LCNUMO.
           MOVE CUST-NAME TO LNAMEO.
           MOVE CUST-INVOICE-AMT TO LINVTO.

           EXEC SQL
              SELECT COALESCE(SUM(LINE_NET_AMT), 0),
                     COALESCE(SUM(LINE_TAX_AMT), 0)
                INTO :WS-LINE-NET-TOT, :WS-LINE-TAX-TOT
                FROM CUSTTAX_LINE
               WHERE CUSTNO = :CUST-NUM
           END-EXEC.
           MOVE WS-LINE-NET-TOT TO LNETTO.
           MOVE WS-LINE-TAX-TOT TO LTAXTO.

           MOVE CUST-NUM TO LN-CUST-NUM.
           MOVE WS-COMM-FIRST-LINE TO WS-FIRST-LINE.
           MOVE 0 TO WS-COMM-NEXT-LINE.
           MOVE 'N' TO WS-LIST-EOF.
           EXEC SQL DECLARE LINE_LIST CURSOR FOR
              SELECT LINE_NO, LINE_DESC, LINE_QTY, LINE_UNIT_AMT,
                     LINE_TAX_CODE, LINE_NET_AMT, LINE_TAX_AMT
                FROM CUSTTAX_LINE
               WHERE CUSTNO = :LN-CUST-NUM
                 AND LINE_NO >= :WS-FIRST-LINE
               ORDER BY LINE_NO
           END-EXEC.
           EXEC SQL OPEN LINE_LIST END-EXEC.
           PERFORM LIST-ONE-LINE-PARA THRU LIST-ONE-LINE-PARA-EXIT
               VARYING WS-LIST-X FROM 1 BY 1 UNTIL WS-LIST-X > 10.
      *> an eleventh line means there is another page
           IF WS-LIST-EOF = 'N'
              EXEC SQL
                 FETCH LINE_LIST
                   INTO :LN-LINE-NO, :LN-DESC, :LN-QTY,
                        :LN-UNIT-AMT, :LN-TAX-CODE, :LN-NET-AMT,
                        :LN-TAX-AMT
              END-EXEC
              IF SQLCODE = 0
                 MOVE LN-LINE-NO TO WS-COMM-NEXT-LINE
              END-IF
           END-IF.
           EXEC SQL CLOSE LINE_LIST END-EXEC.
       LIST-LINES-PARA-EXIT.
           EXIT.

       LIST-ONE-LINE-PARA.
           MOVE SPACES TO LLISTO(WS-LIST-X).
           IF WS-LIST-EOF = 'N'
              EXEC SQL
                 FETCH LINE_LIST
                   INTO :LN-LINE-NO, :LN-DESC, :LN-QTY,
                        :LN-UNIT-AMT, :LN-TAX-CODE, :LN-NET-AMT,
                        :LN-TAX-AMT
              END-EXEC
              IF SQLCODE = 0
                 MOVE LN-LINE-NO TO WS-LL-LINE-NO
                 MOVE LN-DESC TO WS-LL-DESC
                 MOVE LN-QTY TO WS-LL-QTY
                 MOVE LN-UNIT-AMT TO WS-LL-UNIT
                 MOVE LN-TAX-CODE TO WS-LL-TAX-CODE
                 MOVE LN-NET-AMT TO WS-LL-NET
                 MOVE LN-TAX-AMT TO WS-LL-TAX
                 MOVE WS-LIST-LINE TO LLISTO(WS-LIST-X)
              ELSE
                 MOVE 'Y' TO WS-LIST-EOF
              END-IF
           END-IF.
       LIST-ONE-LINE-PARA-EXIT.
           EXIT.

       EXIT-PARA.
           EXEC CICS RETURN
           END-EXEC.
