           03  filler pic x(12) value 'CONTRACTBCON'.
           03  filler pic x(12) value 'OPERATORBOPR'.
           03  filler pic x(12) value 'RETLINE BRTL'.
           03  filler pic x(12) value 'ERASCERTBERC'.
       01  filler redefines ws-file-table.
           03  ws-file-entry occurs 18.
               05  ws-fe-file                pic x(8).
               05  ws-fe-queue               pic x(4).
       01  ws-file-count                     pic s9(9) comp value 18.
       01  ws-file-x                         pic s9(9) comp.

       01  ws-cur-file                       pic x(8).
           88  ws-matched-88                 value 'Y'.

      *> generic record area, sized past the largest
      *> record in TPCFILES.cpy (CUSTOMER at 670); the record keys
      *> at offset zero, so this area doubles as the RIDFLD
       01  ws-rec-buffer                     pic x(700).
       01  ws-rec-len                        pic s9(4) comp.
