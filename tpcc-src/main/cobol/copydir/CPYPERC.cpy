      *> and the online posters flag any posting that lands after
      *> the close. 'O' reopens one (also supervisor work, for
      *> the rare sanctioned correction). 'Q' asks a period's
      *> status; no row on file means open. A close rolls the
      *> period's GLBAL account balances forward from the journal
      *> (and rebuilds those of any later closed period, whose
      *> openings it feeds); a reopen drops the period's rows.
       02  period-control-data.
           03  reqtype                       pic x(1).
               88  perc-close                value 'C'.
           03  periodstatus                  pic x(1).
           03  closedby                      pic x(4).
           03  closeddate                    pic x(19).
           03  balancerows                   pic 9(5).
       copy cpycomon.

      ***--------------------------------------------------------------*
