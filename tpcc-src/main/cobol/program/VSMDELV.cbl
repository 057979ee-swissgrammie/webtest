
       copy tpctdata.
       copy cpyaudt.
       copy cpycapt.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN SECTION.
       main-para.
      *> the commarea as it arrived, for the capture log
           move 'I' to tpc-capt-direction
           perform capture-commarea
           move "YYYY-MM-DD-HH.MM.SS" to datetime

           accept currentdate from date yyyymmdd
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

      *> after-image forward-recovery journal entry for
      *> the write just made, via the TPCCJRNL subprogram (TD
      *> queue TJRN); VSMJAPL rolls these forward over a restored
