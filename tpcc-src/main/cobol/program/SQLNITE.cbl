      * TPCC nightly batch scheduler
      *
      * The nightly work - close, extract, archive, statements,
      * settlement, journal, dunning, promises, retention, backlog,
      * finance charges, refunds, the cash forecast, exemption
      * renewals, the vendor scorecard, PO transmission - was
      * fired by hand in an order written on a laminated card.
      * This drives it from the BATSCHED table instead:
      *
      *   reqtype 'S' - set a schedule step: program, sequence,
      *                 predecessor, enabled flag, warehouse parm.
      *
      * The driver LINKs the commarea-driven batches it knows
      * (SQLEODC, SQLEXTR, SQLARCH, SQLSTMT, SQLSETT, SQLGLJN,
      * SQLDUNN, SQLPROM, SQLRETM, SQLBKLG, SQLFINC, SQLRFND,
      * SQLCFOR, SQLTXEX, SQLVSCR, SQLPOXM, SQLCASE),
      * building each one's commarea with the run date and the
      * step's warehouse parm.
      * The self-rescheduling interval tasks (TCOL collections,
      * TBKO backorders, TSPL spool, TMON monitor) run on their
      * own timers and do not belong on this schedule; an unknown
           copy cpyretm.
       01  ws-bklg-ca.
           copy cpybklg.
       01  ws-finc-ca.
           copy cpyfinc.
       01  ws-rfnd-ca.
           copy cpyrfnd.
       01  ws-cfor-ca.
           copy cpycfor.
       01  ws-txex-ca.
           copy cpytxex.
       01  ws-vscr-ca.
           copy cpyvscr.
       01  ws-poxm-ca.
           copy cpypoxm.
       01  ws-case-ca.
           copy cpycase.

       copy tpctdata.
       copy cpyaudt.
                     to wid of statement-data
                   move br-run-d(1:7)
                     to stmtmonth of statement-data
                   move 'Y' to consolidate of statement-data
                   exec cics link
                       program('SQLSTMT')
                       commarea(statement-data)
                   move result-code of backlog-report-data
                     to ws-step-result
                   move msg of backlog-report-data to ws-step-msg
      *> safe to schedule nightly: it charges nothing until
      *> the month before the run date has been closed, and never
      *> charges an account twice for the same month
               when 'SQLFINC'
                   initialize finance-charge-data
                   move 'R' to reqtype of finance-charge-data
                   move ws-snap-parm (sx)
                     to wid of finance-charge-data
                   move br-run-d
                     to asofdate of finance-charge-data
                   exec cics link
                       program('SQLFINC')
                       commarea(finance-charge-data)
                   end-exec
                   move result-code of finance-charge-data
                     to ws-step-result
                   move msg of finance-charge-data to ws-step-msg
      *> the nightly step only builds the worklist;
      *> approving a refund stays a supervisor's call
               when 'SQLRFND'
                   initialize refund-data
                   move 'L' to reqtype of refund-data
                   move ws-snap-parm (sx)
                     to wid of refund-data
                   exec cics link
                       program('SQLRFND')
                       commarea(refund-data)
                   end-exec
                   move result-code of refund-data
                     to ws-step-result
                   move msg of refund-data to ws-step-msg
      *> the forecast starts on the run date, so the spool
      *> always holds the next 13 weeks as of last night
               when 'SQLCFOR'
                   initialize cash-forecast-data
                   move ws-snap-parm (sx)
                     to wid of cash-forecast-data
                   move br-run-d
                     to asofdate of cash-forecast-data
                   exec cics link
                       program('SQLCFOR')
                       commarea(cash-forecast-data)
                   end-exec
                   move result-code of cash-forecast-data
                     to ws-step-result
                   move msg of cash-forecast-data to ws-step-msg
      *> nightly on the schedule, but it only lists on the
      *> first of the month - a monthly renewal chase
               when 'SQLTXEX'
                   initialize tax-exempt-data
                   move 'X' to reqtype of tax-exempt-data
                   move 'Y' to monthlyonly of tax-exempt-data
                   move br-run-d
                     to asofdate of tax-exempt-data
                   exec cics link
                       program('SQLTXEX')
                       commarea(tax-exempt-data)
                   end-exec
                   move result-code of tax-exempt-data
                     to ws-step-result
                   move msg of tax-exempt-data to ws-step-msg
      *> nightly on the schedule, but it only scores on the
      *> first day of a quarter, and then the quarter just ended
               when 'SQLVSCR'
                   if br-run-d(9:2) = '01'
                       and (br-run-d(6:2) = '01' or '04' or '07'
                           or '10')
                       initialize vendor-score-data
                       move br-run-d(1:4)
                         to qtryear of vendor-score-data
                       evaluate br-run-d(6:2)
                           when '01'
                               subtract 1
                                 from qtryear of vendor-score-data
                               move 4 to qtrnum of vendor-score-data
                           when '04'
                               move 1 to qtrnum of vendor-score-data
                           when '07'
                               move 2 to qtrnum of vendor-score-data
                           when other
                               move 3 to qtrnum of vendor-score-data
                       end-evaluate
                       exec cics link
                           program('SQLVSCR')
                           commarea(vendor-score-data)
                       end-exec
                       move result-code of vendor-score-data
                         to ws-step-result
                       move msg of vendor-score-data to ws-step-msg
                   else
                       move "not the first day of a quarter"
                         to ws-step-msg
                   end-if
      *> the day's approved purchase orders go out to the
      *> vendors; the step's parm names the warehouse, 0 = all
               when 'SQLPOXM'
                   initialize po-exchange-data
                   move 'T' to reqtype of po-exchange-data
                   move ws-snap-parm (sx)
                     to wid of po-exchange-data
                   exec cics link
                       program('SQLPOXM')
                       commarea(po-exchange-data)
                   end-exec
                   move result-code of po-exchange-data
                     to ws-step-result
                   move msg of po-exchange-data to ws-step-msg
      *> the morning's service case aging worklist; the step's
      *> parm names the warehouse, 0 = all
               when 'SQLCASE'
                   initialize service-case-data
                   move 'W' to csreqtype of service-case-data
                   move ws-snap-parm (sx)
                     to cswid of service-case-data
                   exec cics link
                       program('SQLCASE')
                       commarea(service-case-data)
                   end-exec
                   move result-code of service-case-data
                     to ws-step-result
                   move msg of service-case-data to ws-step-msg
               when other
                   move 8 to ws-step-result
                   move "step not supported by the driver"
