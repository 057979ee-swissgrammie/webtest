
       copy tpctdata.
       copy cpyaudt.
       copy cpycapt.


       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN.
      *> the commarea as it arrived, for the capture log -
      *> once: a deadlock retry comes back through here with the
      *> commarea already partly filled in, and CAPT, not being
      *> recoverable, still holds the first input anyway
           if ws-retry-cnt = 0
               move 'I' to tpc-capt-direction
               perform capture-commarea
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           move 'O' to tpc-capt-direction
           perform capture-commarea

           exec cics return end-exec.

      *> the commarea to TPCCCAPT, which writes it to the capture
      *> log when this program's CWA capture flag is on
       capture-commarea.
           move ws-program-name to tpc-capt-program
           move eibtaskn to tpc-capt-task
           move eibcalen to tpc-capt-length
           call 'TPCCCAPT' using tpc-capture-data-block dfhcommarea
           .
      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlstkl.cbl  $ end
      ***--------------------------------------------------------------*
