           03  cmrecvdays                    pic x(7).
           03  cmrecvfrom                    pic x(5).
           03  cmrecvthru                    pic x(5).
      *> receivables mode: O = open item (payments settle
      *> named invoices, the rest is held as unapplied cash), B =
      *> balance forward; spaces = B on an add, leave alone on an
      *> update.
           03  cmarmode                      pic x(1).
               88  cm-open-item              value 'O'.
               88  cm-balance-forward        value 'B'.
      *> payment terms code off the TERMS master; spaces =
      *> NET30 on an add, leave alone on an update.
           03  cmterms                       pic x(8).
      *> Y = never charged a monthly finance charge, N =
      *> charged like everyone else; spaces = N on an add, leave
      *> alone on an update.
           03  cmfcexempt                    pic x(1).
               88  cm-fc-exempt              value 'Y'.
               88  cm-fc-chargeable          value 'N'.
      *> chain accounts: cmparentact L makes this account
      *> a branch of the head office keyed by cmparentwid/did/cid,
      *> U makes it stand alone again, spaces leaves the link as it
      *> is. Only one level: the head office must exist and not be
      *> a branch itself, and an account with branches of its own
      *> can't become one.
           03  cmparentact                   pic x(1).
               88  cm-link-parent            value 'L'.
               88  cm-unlink-parent          value 'U'.
           03  cmparentwid                   pic 9(4).
           03  cmparentdid                   pic 9(2).
           03  cmparentcid                   pic 9(4).
      *> the chain credit limit New Order tests the whole
      *> chain's exposure against, kept on the head office:
      *> cmsetchainlim Y sets it to cmchainlim (0 = no chain
      *> limit), anything else leaves it alone. A branch can't
      *> carry one.
           03  cmsetchainlim                 pic x(1).
               88  cm-set-chain-lim          value 'Y'.
           03  cmchainlim                    pic 9(10)v99.
      *> how the order acknowledgement goes to the
      *> customer: P printed (the spool), F as a file on the
      *> customer document feed; spaces = P on an add, leave
      *> alone on an update.
           03  cmackdeliv                    pic x(1).
               88  cm-ack-printed            value 'P'.
               88  cm-ack-file               value 'F'.
      *> a trading partner's advance ship notice queue
      *> (the outbound TD queue SQLMNFS writes its notices to);
      *> spaces = leave alone, NONE = stop sending notices.
           03  cmasnqueue                    pic x(4).
               88  cm-asn-none               value 'NONE'.
      *> credit limit on an update: cmsetcreditlim Y asks
      *> for c_credit_lim to become cmcreditlim. A cut applies at
      *> once; a raise waits on MCHANGE for a second operator's
      *> approval (SQLMCHK), pendingid coming back with its change
      *> number. cmopid is the clerk keying it - the maker -
      *> and is also who an address change is noted against
      *> (spaces = the keying terminal).
           03  cmsetcreditlim                pic x(1).
               88  cm-set-credit-lim         value 'Y'.
           03  cmcreditlim                   pic 9(10)v99.
           03  cmopid                        pic x(4).
           03  pendingid                     pic 9(8).
       copy cpycomon.

      ***--------------------------------------------------------------*
