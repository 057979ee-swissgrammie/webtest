      ******************************************************************
      * DCLGEN TABLE(TRT.CUSTTAX_LINE)                                 *
      *        LIBRARY(TRT085.DB2.ADDCUST(DCLGENL))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HI-)                                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * the charge lines behind a CUSTTAX invoice. Each
      * line carries its own tax code; LINE_NET_AMT is quantity
      * times unit amount and LINE_TAX_AMT the code's rate on it,
      * both fixed when the line is keyed so a later rate change
      * never moves an invoice already raised. A customer with
      * lines has CUST_INVOICE_AMT derived as the sum of the lines'
      * net and tax; one with none keeps the keyed lump sum.
           EXEC SQL DECLARE CUSTTAX_LINE TABLE
           ( CUSTNO                         INTEGER NOT NULL,
             LINE_NO                        SMALLINT NOT NULL,
             LINE_DESC                      CHARACTER(30),
             LINE_QTY                       DECIMAL(5,0),
             LINE_UNIT_AMT                  DECIMAL(7,2),
             LINE_TAX_CODE                  CHARACTER(2),
             LINE_NET_AMT                   DECIMAL(7,2),
             LINE_TAX_AMT                   DECIMAL(7,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRT.CUSTTAX_LINE                   *
      ******************************************************************
       01 CUSTTAX-LINE-TABLE.
          10 LN-CUST-NUM               PIC 9(10).
          10 LN-LINE-NO                PIC S9(4) USAGE COMP.
          10 LN-DESC                   PIC X(30).
          10 LN-QTY                    PIC S9(5) USAGE COMP-3.
          10 LN-UNIT-AMT               PIC S9(5)V99 USAGE COMP-3.
          10 LN-TAX-CODE               PIC X(2).
          10 LN-NET-AMT                PIC S9(5)V99 USAGE COMP-3.
          10 LN-TAX-AMT                PIC S9(5)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
