           03  filler                        pic x(8) value 'CNVRPT'.
           03  filler                        pic x(8) value 'DSTRPT'.
           03  filler                        pic x(8) value 'OFLRPT'.
           03  filler                        pic x(8) value 'FCHRPT'.
           03  filler                        pic x(8) value 'RFDRPT'.
           03  filler                        pic x(8) value 'DEDRPT'.
           03  filler                        pic x(8) value 'BURRPT'.
           03  filler                        pic x(8) value 'CFCRPT'.
           03  filler                        pic x(8) value 'TXXRPT'.
           03  filler                        pic x(8) value 'APYRPT'.
           03  filler                        pic x(8) value 'VSCRPT'.
           03  filler                        pic x(8) value 'POXRPT'.
           03  filler                        pic x(8) value 'VPCRPT'.
           03  filler                        pic x(8) value 'EXPRPT'.
           03  filler                        pic x(8) value 'WAVRPT'.
           03  filler                        pic x(8) value 'PAKRPT'.
           03  filler                        pic x(8) value 'CNTRPT'.
           03  filler                        pic x(8) value 'VALRPT'.
           03  filler                        pic x(8) value 'CONRPT'.
           03  filler                        pic x(8) value 'USGRPT'.
           03  filler                        pic x(8) value 'BLKRPT'.
           03  filler                        pic x(8) value 'CODRPT'.
           03  filler                        pic x(8) value 'RSHRPT'.
           03  filler                        pic x(8) value 'PMORPT'.
           03  filler                        pic x(8) value 'ACKRPT'.
           03  filler                        pic x(8) value 'RMARPT'.
           03  filler                        pic x(8) value 'CATRPT'.
           03  filler                        pic x(8) value 'ROVRPT'.
           03  filler                        pic x(8) value 'CPRRPT'.
           03  filler                        pic x(8) value 'FILRPT'.
           03  filler                        pic x(8) value 'CSCRPT'.
           03  filler                        pic x(8) value 'FBARPT'.
           03  filler                        pic x(8) value 'BDVRPT'.
           03  filler                        pic x(8) value 'GLFRPT'.
           03  filler                        pic x(8) value 'MCKRPT'.
           03  filler                        pic x(8) value 'SODRPT'.
           03  filler                        pic x(8) value 'REFRPT'.
           03  filler                        pic x(8) value 'RPLRPT'.
           03  filler                        pic x(8) value 'CASERPT'.
       01  filler redefines ws-queue-table.
           03  ws-queue-name occurs 81       pic x(8).
       01  ws-queue-count                    pic s9(9) comp value 81.
       01  ws-queue-x                        pic s9(9) comp.

       01  ws-ts-queue                       pic x(8).
