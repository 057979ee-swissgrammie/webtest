      ******************************************************************
      * DCLGEN TABLE(TRT.CUSTTAX_TAXCODE)                              *
      *        LIBRARY(TRT085.DB2.ADDCUST(DCLGENT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HI-)                                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * accounting's tax codes for CUSTTAX invoice lines
      * and the rate each one charges (0 for an exempt code). A
      * line's code must be on this table.
           EXEC SQL DECLARE CUSTTAX_TAXCODE TABLE
           ( TAX_CODE                       CHARACTER(2) NOT NULL,
             TAX_DESC                       CHARACTER(20),
             TAX_RATE                       DECIMAL(5,4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRT.CUSTTAX_TAXCODE                *
      ******************************************************************
       01 CUSTTAX-TAXCODE-TABLE.
          10 TC-TAX-CODE               PIC X(2).
          10 TC-TAX-DESC               PIC X(20).
          10 TC-TAX-RATE               PIC S9(1)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
