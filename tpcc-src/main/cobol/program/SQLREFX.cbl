       identification division.

       program-id. sqlrefx.

       author.    Heirloom Computing Inc.

      ******************************************************************
      *        Copyright (C) 2010-2018 Heirloom Computing Inc.         *
      *                                                                *
      *                        ALL RIGHTS RESERVED                     *
      ******************************************************************
      *                                                                *
      * Property of Heirloom Computing Inc.  This software contains    *
      * confidential and proprietary information of Heirloom Computing *
      * Inc. and is made available solely pursuant to the terms of a   *
      * software license agreement, which governs its use.             *
      *                                                                *
      * No disclosure, reproduction or use of any portion of these     *
      * materials may be made without the express written consent of   *
      * Heirloom Computing Inc.                                        *
      *                                                                *
      ******************************************************************

      *=================================================================
      * TPCC reference-data export, compare and import
      *
      * After every test-region refresh someone spent a day re-keying
      * the site limits, tax and freight rates, business calendar,
      * loyalty rates, retention policy and the nightly schedule to
      * match production, and a tax rate keyed wrongly in one region
      * is a real exposure. This moves them between regions as a
      * file instead:
      *
      *   E  writes every SITECONFIG, TAXRATE, FRTRATE, BUSCAL,
      *      LOYRATE, RETPOLCY and BATSCHED row to the extrapartition
      *      TD queue RDXO as fixed-layout display records between a
      *      header (the exporting region's APPLID) and a trailer
      *      carrying the row count
      *   C  reads the file the DCT points RDXI at into REFSTAGE
      *      under a new REFBATCH and compares it row by row with this
      *      region's tables - added, changed, and rows this region
      *      has that the file does not - reporting every difference
      *      to TS queue REFRPT. Nothing in the tables changes, so
      *      this is also the drift check between two regions. A file
      *      without its header, or whose trailer does not match what
      *      was read, is refused whole.
      *   I  applies a compared batch's differences once a supervisor
      *      other than whoever ran the compare confirms it. A row the
      *      target has changed since the compare is skipped, not
      *      overwritten; rows the file lacks are deleted only when
      *      asked. Site limits land in the running CWA and CONFIGLOG
      *      the way SQLCFGM changes them; the SITECONFIG row itself
      *      is never deleted.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
LJ     SOURCE-COMPUTER. JVM with debugging mode. | SETS DEBUGGING ON
       SPECIAL-NAMES.
LJ    * IMPLEMENTOR clause.
LJ     SYSERR IS OUTERR. | DISPLAY goes to SYSERR
LJ    * SYSOUT IS OUTERR.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  ws-program-name                   pic x(8) value 'SQLREFX '.

           EXEC SQL INCLUDE SQLCA END-EXEC

           EXEC SQL INCLUDE TPCC END-EXEC

       01  currentdate.
           03  cdyyyy                        pic 9(4).
           03  cdmm                          pic 9(2).
           03  cddd                          pic 9(2).
       01  currenttime.
           03  cthh                          pic 9(2).
           03  ctmn                          pic 9(2).
           03  ctss                          pic 9(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC

       01  datetime                          pic x(19).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  filler redefines datetime.
           03  dtyear                        pic x(4).
           03  filler                        pic x(1).
           03  dtmonth                       pic x(2).
           03  filler                        pic x(1).
           03  dtday                         pic x(2).
           03  filler                        pic x(1).
           03  dthour                        pic x(2).
           03  filler                        pic x(1).
           03  dtmin                         pic x(2).
           03  filler                        pic x(1).
           03  dtsec                         pic x(2).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01  ws-row-id                         pic s9(9) comp.
       01  ws-stage-cnt                      pic s9(9) comp.
      *> one CONFIGLOG row per site limit an import changes
       01  cl-limit-name                     pic x(20).
       01  cl-old-value                      pic s9(9)v99 comp-3.
       01  cl-new-value                      pic s9(9)v99 comp-3.
       01  cl-operator                       pic x(4).
       01  cl-entry-d                        pic x(20).
           EXEC SQL END DECLARE SECTION END-EXEC

       01  ws-export-q-name                  pic x(4) value 'RDXO'.
       01  ws-import-q-name                  pic x(4) value 'RDXI'.
       01  ws-resp-readq-td                  pic s9(8) comp.
       01  ws-resp-writeq-td                 pic s9(8) comp.
       01  ws-td-len                         pic s9(4) comp.
       01  ws-applid                         pic x(8).
       01  ws-operator                       pic x(4).
       01  ws-eof                            pic x(1).
      *> E = a table scan writes the file, X = it looks for
      *> rows the compared file did not carry
       01  ws-scan-mode                      pic x(1).
       01  ws-tgt-found                      pic x(1).
      *> a TAXRATE change the import applies is logged on
      *> MCHANGE as already approved, so the maker-checker report
      *> shows it beside the ones keyed through SQLTAXM
       01  ws-rate-ed                        pic 9.9999.
       01  ws-mc-batch-disp                  pic 9(9).
       01  ws-apply-action                   pic x(1).
       01  ws-file-data                      pic x(100).
       01  ws-tgt-data                       pic x(100).
      *> the site limits the target had, for CONFIGLOG
       01  filler redefines ws-tgt-data.
           03  tsc-max-pay                   pic 9(7)v99.
           03  tsc-stock-lookback            pic 9(9).
           03  tsc-carrier-cnt               pic 9(9).
           03  tsc-collect                   pic 9(9).
           03  tsc-retry                     pic 9(9).
           03  tsc-dup-pay                   pic 9(9).
           03  tsc-mon                       pic 9(9).
           03  tsc-dup-ord                   pic 9(9).
           03  tsc-po-limit                  pic 9(7)v99.
           03  filler                        pic x(19).
       01  ws-cwa-ptr                        pointer.
       01  ws-cwa-ready                      pic x(1).

      *> the reference file: a header, one record per table
      *> row, a trailer. Every field is display, so the file reads
      *> the same in any region and in a text editor.
       01  ws-refx-record.
           03  rx-rectype                    pic x(1).
               88  rx-header                 value 'H'.
               88  rx-detail                 value 'D'.
               88  rx-trailer                value 'T'.
           03  rx-body                       pic x(149).
           03  rx-header-body redefines rx-body.
               05  rxh-source                pic x(8).
               05  rxh-export-d              pic x(19).
               05  rxh-exported-by           pic x(4).
               05  filler                    pic x(118).
           03  rx-trailer-body redefines rx-body.
               05  rxt-row-cnt               pic 9(9).
               05  filler                    pic x(140).
           03  rx-detail-body redefines rx-body.
               05  rxd-table                 pic x(10).
               05  rxd-key                   pic x(30).
               05  rxk-tax redefines rxd-key.
                   07  rxk-tx-state          pic x(2).
                   07  rxk-tx-zip            pic x(9).
                   07  rxk-tx-eff-d          pic x(10).
                   07  filler                pic x(9).
               05  rxk-frt redefines rxd-key.
                   07  rxk-fr-car-id         pic 9(9).
                   07  rxk-fr-zone           pic x(1).
                   07  filler                pic x(20).
               05  rxk-cal redefines rxd-key.
                   07  rxk-bc-w-id           pic 9(9).
                   07  rxk-bc-date           pic x(10).
                   07  filler                pic x(11).
               05  rxk-ret redefines rxd-key.
                   07  rxk-rp-table          pic x(10).
                   07  filler                pic x(20).
               05  rxk-bat redefines rxd-key.
                   07  rxk-bs-step           pic x(8).
                   07  filler                pic x(22).
      *> SITECONFIG and LOYRATE are single rows, keyed 1
               05  rxk-one redefines rxd-key.
                   07  rxk-row-id            pic 9(9).
                   07  filler                pic x(21).
               05  rxd-data                  pic x(100).
               05  rxv-site redefines rxd-data.
                   07  rxv-sc-max-pay        pic 9(7)v99.
                   07  rxv-sc-stock-lookback pic 9(9).
                   07  rxv-sc-carrier-cnt    pic 9(9).
                   07  rxv-sc-collect        pic 9(9).
                   07  rxv-sc-retry          pic 9(9).
                   07  rxv-sc-dup-pay        pic 9(9).
                   07  rxv-sc-mon            pic 9(9).
                   07  rxv-sc-dup-ord        pic 9(9).
                   07  rxv-sc-po-limit       pic 9(7)v99.
                   07  filler                pic x(19).
               05  rxv-tax redefines rxd-data.
                   07  rxv-tx-rate           pic 9v9(4).
                   07  filler                pic x(95).
               05  rxv-frt redefines rxd-data.
                   07  rxv-fr-rate           pic 9(5)v99.
                   07  filler                pic x(93).
               05  rxv-cal redefines rxd-data.
                   07  rxv-bc-reason         pic x(24).
                   07  filler                pic x(76).
               05  rxv-loy redefines rxd-data.
                   07  rxv-lr-accrue         pic 9(4).
                   07  rxv-lr-redeem         pic 9(4).
                   07  filler                pic x(92).
               05  rxv-ret redefines rxd-data.
                   07  rxv-rp-keep-days      pic 9(9).
                   07  rxv-rp-action         pic x(1).
                   07  filler                pic x(90).
               05  rxv-bat redefines rxd-data.
                   07  rxv-bs-seq            pic 9(9).
                   07  rxv-bs-pred           pic x(8).
                   07  rxv-bs-enabled        pic x(1).
                   07  rxv-bs-parm           pic s9(9)
                                             sign leading separate.
                   07  filler                pic x(72).
               05  filler                    pic x(9).

       01  ws-report-q-name                  pic x(8) value 'REFRPT'.
       01  ws-resp-writeq-ts                 pic s9(8) comp.
       01  ws-report-line                    pic x(132).
       01  ws-header-line.
           03  filler                        pic x(7)
               value 'REFRPT '.
           03  ws-hd-title                   pic x(24).
           03  filler                        pic x(7) value ' BATCH '.
           03  ws-hd-batch                   pic z(7)9.
           03  filler                        pic x(11)
               value ' FILE FROM '.
           03  ws-hd-source                  pic x(8).
           03  filler                        pic x(10)
               value ' EXPORTED '.
           03  ws-hd-export-d                pic x(19).
       01  ws-detail-line.
           03  filler                        pic x(7)
               value 'REFRPT '.
           03  ws-dl-status                  pic x(8).
           03  filler                        pic x(1) value space.
           03  ws-dl-table                   pic x(10).
           03  filler                        pic x(1) value space.
           03  ws-dl-key                     pic x(30).
           03  filler                        pic x(6) value ' FILE '.
           03  ws-dl-file                    pic x(30).
           03  filler                        pic x(8)
               value ' TARGET '.
           03  ws-dl-tgt                     pic x(30).
       01  ws-total-line.
           03  filler                        pic x(7)
               value 'REFRPT '.
           03  filler                        pic x(6) value 'ROWS: '.
           03  ws-tt-rows                    pic z(6)9.
           03  filler                        pic x(7) value ' SAME: '.
           03  ws-tt-same                    pic z(6)9.
           03  filler                        pic x(8) value ' ADDED: '.
           03  ws-tt-added                   pic z(4)9.
           03  filler                        pic x(10)
               value ' CHANGED: '.
           03  ws-tt-changed                 pic z(4)9.
           03  filler                        pic x(16)
               value ' NOT IN FILE: '.
           03  ws-tt-extra                   pic z(4)9.
           03  filler                        pic x(10)
               value ' APPLIED: '.
           03  ws-tt-applied                 pic z(4)9.
           03  filler                        pic x(10)
               value ' SKIPPED: '.
           03  ws-tt-skipped                 pic z(4)9.

       copy tpctdata.
       copy cpyaudt.

       LINKAGE SECTION.

       01 DFHCOMMAREA.

       copy cpyrefx.

       copy cicscwa.

       PROCEDURE DIVISION.
       MAIN.
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           EXEC SQL WHENEVER SQLERROR go to sqlerr END-EXEC

           move "YYYY-MM-DD HH:MM:SS" to datetime
           accept currentdate from date yyyymmdd
           accept currenttime from time
           move cdyyyy to dtyear
           move cdmm  to dtmonth
           move cddd  to dtday
           move cthh  to dthour
           move ctmn  to dtmin
           move ctss  to dtsec

           move spaces to rxsource
           move 0 to rxrowcnt
           move 0 to rxsamecnt
           move 0 to rxaddcnt
           move 0 to rxchgcnt
           move 0 to rxextracnt
           move 0 to rxappliedcnt
           move 0 to rxskippedcnt
           move 0 to rptcount
           if rxopid = spaces
               move EIBTRMID to ws-operator
           else
               move rxopid to ws-operator
           end-if

           evaluate true
               when rx-export
                   perform export-reference
               when rx-compare
                   perform compare-reference
               when rx-import
                   perform import-reference
               when other
                   go to bad-reqtype
           end-evaluate

           EXEC CICS SYNCPOINT END-EXEC

           move 0 to result-code
           perform audit-return.

      *=================================================================
      * E - the reference file out
      *=================================================================
       export-reference.
           exec cics assign applid(ws-applid) end-exec
           move spaces to ws-refx-record
           set rx-header to true
           move ws-applid to rxh-source
           move datetime to rxh-export-d
           move ws-operator to rxh-exported-by
           perform write-refx-record
           move ws-applid to rxsource

           move 'E' to ws-scan-mode
           perform scan-all-tables

           move spaces to ws-refx-record
           set rx-trailer to true
           move rxrowcnt to rxt-row-cnt
           perform write-refx-record

           move "Reference data exported" to msg
           .

       write-refx-record.
           move length of ws-refx-record to ws-td-len
           exec cics writeq td
               queue(ws-export-q-name)
               from(ws-refx-record)
               length(ws-td-len)
               resp(ws-resp-writeq-td)
           end-exec
           if ws-resp-writeq-td not = DFHRESP(NORMAL)
               go to file-not-written
           end-if
           .

      *> every row of every table, in the order the file
      *> carries them; an export writes each one, the compare's
      *> second pass looks each one up among the staged rows
       scan-all-tables.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               DECLARE c_rxsite CURSOR FOR
               SELECT sc_id, sc_max_payment_amt, sc_stock_lookback,
                   sc_carrier_cnt, sc_collect_threshold,
                   sc_retry_max, sc_dup_pay_window,
                   sc_mon_threshold,
                   COALESCE(sc_dup_ord_window, 0),
                   COALESCE(sc_po_approve_limit, 0)
                   FROM siteconfig
                   ORDER BY sc_id
           END-EXEC
           EXEC SQL OPEN c_rxsite END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxsite INTO :sc-id,
                       :sc-max-payment-amt, :sc-stock-lookback,
                       :sc-carrier-cnt, :sc-collect-threshold,
                       :sc-retry-max, :sc-dup-pay-window,
                       :sc-mon-threshold, :sc-dup-ord-window,
                       :sc-po-approve-limit
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'SITECONFIG' to rxd-table
               move spaces to rxd-key
               move sc-id to rxk-row-id
               perform build-site-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxsite END-EXEC

           EXEC SQL
               DECLARE c_rxtax CURSOR FOR
               SELECT tx_state, tx_zip, tx_eff_d, tx_rate
                   FROM taxrate
                   ORDER BY tx_state, tx_zip, tx_eff_d
           END-EXEC
           EXEC SQL OPEN c_rxtax END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxtax INTO :tx-state, :tx-zip, :tx-eff-d,
                       :tx-rate
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'TAXRATE' to rxd-table
               move spaces to rxd-key
               move tx-state to rxk-tx-state
               move tx-zip to rxk-tx-zip
               move tx-eff-d to rxk-tx-eff-d
               perform build-tax-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxtax END-EXEC

           EXEC SQL
               DECLARE c_rxfrt CURSOR FOR
               SELECT fr_car_id, fr_zone, fr_rate_cwt
                   FROM frtrate
                   ORDER BY fr_car_id, fr_zone
           END-EXEC
           EXEC SQL OPEN c_rxfrt END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxfrt INTO :fr-car-id, :fr-zone,
                       :fr-rate-cwt
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'FRTRATE' to rxd-table
               move spaces to rxd-key
               move fr-car-id to rxk-fr-car-id
               move fr-zone to rxk-fr-zone
               perform build-frt-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxfrt END-EXEC

           EXEC SQL
               DECLARE c_rxcal CURSOR FOR
               SELECT bc_w_id, bc_date, bc_reason
                   FROM buscal
                   ORDER BY bc_w_id, bc_date
           END-EXEC
           EXEC SQL OPEN c_rxcal END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxcal INTO :bc-w-id, :bc-date, :bc-reason
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'BUSCAL' to rxd-table
               move spaces to rxd-key
               move bc-w-id to rxk-bc-w-id
               move bc-date to rxk-bc-date
               perform build-cal-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxcal END-EXEC

           EXEC SQL
               DECLARE c_rxloy CURSOR FOR
               SELECT lr_id, lr_accrue_per_dollar, lr_redeem_cents
                   FROM loyrate
                   ORDER BY lr_id
           END-EXEC
           EXEC SQL OPEN c_rxloy END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxloy INTO :ws-row-id,
                       :lr-accrue-per-dollar, :lr-redeem-cents
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'LOYRATE' to rxd-table
               move spaces to rxd-key
               move ws-row-id to rxk-row-id
               perform build-loy-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxloy END-EXEC

           EXEC SQL
               DECLARE c_rxret CURSOR FOR
               SELECT rp_table, rp_keep_days, rp_action
                   FROM retpolcy
                   ORDER BY rp_table
           END-EXEC
           EXEC SQL OPEN c_rxret END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxret INTO :rp-table, :rp-keep-days,
                       :rp-action
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'RETPOLCY' to rxd-table
               move spaces to rxd-key
               move rp-table to rxk-rp-table
               perform build-ret-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxret END-EXEC

           EXEC SQL
               DECLARE c_rxbat CURSOR FOR
               SELECT bs_step, bs_seq, COALESCE(bs_pred, ' '),
                   bs_enabled, COALESCE(bs_parm, 0)
                   FROM batsched
                   ORDER BY bs_step
           END-EXEC
           EXEC SQL OPEN c_rxbat END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL
                   FETCH c_rxbat INTO :bs-step, :bs-seq, :bs-pred,
                       :bs-enabled, :bs-parm
               END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               move 'BATSCHED' to rxd-table
               move spaces to rxd-key
               move bs-step to rxk-bs-step
               perform build-bat-data
               perform scan-one-row
           end-perform
           EXEC SQL CLOSE c_rxbat END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       scan-one-row.
           set rx-detail to true
           if ws-scan-mode = 'E'
               perform write-refx-record
               add 1 to rxrowcnt
           else
               perform check-row-in-file
           end-if
           .

      *> the data half of each table's record, off its host
      *> variables
       build-site-data.
           move spaces to rxd-data
           move sc-max-payment-amt to rxv-sc-max-pay
           move sc-stock-lookback to rxv-sc-stock-lookback
           move sc-carrier-cnt to rxv-sc-carrier-cnt
           move sc-collect-threshold to rxv-sc-collect
           move sc-retry-max to rxv-sc-retry
           move sc-dup-pay-window to rxv-sc-dup-pay
           move sc-mon-threshold to rxv-sc-mon
           move sc-dup-ord-window to rxv-sc-dup-ord
           move sc-po-approve-limit to rxv-sc-po-limit
           .

       build-tax-data.
           move spaces to rxd-data
           move tx-rate to rxv-tx-rate
           .

       build-frt-data.
           move spaces to rxd-data
           move fr-rate-cwt to rxv-fr-rate
           .

       build-cal-data.
           move spaces to rxd-data
           move bc-reason to rxv-bc-reason
           .

       build-loy-data.
           move spaces to rxd-data
           move lr-accrue-per-dollar to rxv-lr-accrue
           move lr-redeem-cents to rxv-lr-redeem
           .

       build-ret-data.
           move spaces to rxd-data
           move rp-keep-days to rxv-rp-keep-days
           move rp-action to rxv-rp-action
           .

       build-bat-data.
           move spaces to rxd-data
           move bs-seq to rxv-bs-seq
           move bs-pred to rxv-bs-pred
           move bs-enabled to rxv-bs-enabled
           move bs-parm to rxv-bs-parm
           .

      *=================================================================
      * C - the reference file against this region
      *=================================================================
       compare-reference.
           perform next-batch-id

           perform read-refx-record
           if ws-resp-readq-td not = DFHRESP(NORMAL)
               or not rx-header
               move "Reference file is empty or has no header" to err
               go to bad-file
           end-if
           move rxh-source to rb-source
           move rxh-source to rxsource
           move rxh-export-d to rb-export-d

           move 'REFERENCE DATA COMPARE' to ws-hd-title
           move rb-id to ws-hd-batch
           move rb-source to ws-hd-source
           move rb-export-d to ws-hd-export-d
           move ws-header-line to ws-report-line
           perform queue-report-line

           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               perform read-refx-record
               if ws-resp-readq-td not = DFHRESP(NORMAL)
                   move "Reference file ends without its trailer"
                       to err
                   go to bad-file
               end-if
               evaluate true
                   when rx-trailer
                       move 'Y' to ws-eof
                   when rx-detail
                       perform compare-one-row
                   when other
                       move "Reference file has an unknown record"
                           to err
                       go to bad-file
               end-evaluate
           end-perform
           if rxt-row-cnt not = rxrowcnt
               move "Reference file trailer count does not match"
                   to err
               go to bad-file
           end-if

           move 'X' to ws-scan-mode
           perform scan-all-tables

           move rb-id to rs-batch
           move 'C' to rb-status
           move ws-operator to rb-compared-by
           move datetime to rb-compared-d
           move rxrowcnt to rb-row-cnt
           compute rb-diff-cnt = rxaddcnt + rxchgcnt + rxextracnt
           move spaces to rb-confirmed-by
           move spaces to rb-applied-d
           move 0 to rb-applied-cnt
           move 0 to rb-skipped-cnt
           EXEC SQL
               INSERT INTO refbatch
                   (rb_id, rb_source, rb_export_d, rb_status,
                       rb_compared_by, rb_compared_d, rb_row_cnt,
                       rb_diff_cnt, rb_confirmed_by, rb_applied_d,
                       rb_applied_cnt, rb_skipped_cnt)
                   VALUES (:rb-id, :rb-source, :rb-export-d,
                       :rb-status, :rb-compared-by, :rb-compared-d,
                       :rb-row-cnt, :rb-diff-cnt, :rb-confirmed-by,
                       :rb-applied-d, :rb-applied-cnt,
                       :rb-skipped-cnt)
           END-EXEC

           perform queue-total-line
           move rb-id to rxbatch
           if rb-diff-cnt = 0
               move "Reference data matches the file" to msg
           else
               move "Differences reported and staged for import"
                   to msg
           end-if
           .

       read-refx-record.
           move length of ws-refx-record to ws-td-len
           exec cics readq td
               queue(ws-import-q-name)
               into(ws-refx-record)
               length(ws-td-len)
               resp(ws-resp-readq-td)
           end-exec
           .

       compare-one-row.
           add 1 to rxrowcnt
           move rxd-data to ws-file-data
           perform read-target-row
           move rb-id to rs-batch
           move rxd-table to rs-table
           move rxd-key to rs-key
           move ws-file-data to rs-data
           move ws-tgt-data to rs-tgt-data
           if ws-tgt-found not = 'Y'
               move 'A' to rs-kind
               move 'P' to rs-status
               add 1 to rxaddcnt
               move 'ADDED' to ws-dl-status
           else
               if ws-tgt-data = ws-file-data
                   move space to rs-kind
                   move space to rs-status
                   add 1 to rxsamecnt
               else
                   move 'C' to rs-kind
                   move 'P' to rs-status
                   add 1 to rxchgcnt
                   move 'CHANGED' to ws-dl-status
               end-if
           end-if
           EXEC SQL
               INSERT INTO refstage
                   (rs_batch, rs_table, rs_key, rs_data, rs_kind,
                       rs_tgt_data, rs_status)
                   VALUES (:rs-batch, :rs-table, :rs-key, :rs-data,
                       :rs-kind, :rs-tgt-data, :rs-status)
           END-EXEC
           if rs-kind not = space
               perform queue-detail-line
           end-if
           .

      *> the compare's second pass: a row this region has that
      *> the file did not carry is staged as X
       check-row-in-file.
           move rb-id to rs-batch
           move rxd-table to rs-table
           move rxd-key to rs-key
           EXEC SQL
               SELECT COUNT(*) INTO :ws-stage-cnt
               FROM refstage
               WHERE rs_batch = :rs-batch AND rs_table = :rs-table
                   AND rs_key = :rs-key
           END-EXEC
           if ws-stage-cnt = 0
               move spaces to rs-data
               move rxd-data to rs-tgt-data
               move 'X' to rs-kind
               move 'P' to rs-status
               EXEC SQL
                   INSERT INTO refstage
                       (rs_batch, rs_table, rs_key, rs_data, rs_kind,
                           rs_tgt_data, rs_status)
                       VALUES (:rs-batch, :rs-table, :rs-key,
                           :rs-data, :rs-kind, :rs-tgt-data,
                           :rs-status)
               END-EXEC
               add 1 to rxextracnt
               move spaces to ws-file-data
               move rxd-data to ws-tgt-data
               move 'NOTINFIL' to ws-dl-status
               perform queue-detail-line
           end-if
           .

      *> this region's row for the key in rxd-key, into
      *> rxd-data and ws-tgt-data; ws-tgt-found 'N' when it has
      *> none. The key's host variables are left set for an
      *> apply.
       read-target-row.
           move 'N' to ws-tgt-found
           move spaces to ws-tgt-data
           evaluate rxd-table
               when 'SITECONFIG'
                   perform read-site-row
               when 'TAXRATE'
                   perform read-tax-row
               when 'FRTRATE'
                   perform read-frt-row
               when 'BUSCAL'
                   perform read-cal-row
               when 'LOYRATE'
                   perform read-loy-row
               when 'RETPOLCY'
                   perform read-ret-row
               when 'BATSCHED'
                   perform read-bat-row
               when other
                   move "Reference file names a table not carried"
                       to err
                   go to bad-file
           end-evaluate
           if ws-tgt-found = 'Y'
               move rxd-data to ws-tgt-data
           end-if
           .

       read-site-row.
           move rxk-row-id to sc-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT sc_max_payment_amt, sc_stock_lookback,
                   sc_carrier_cnt, sc_collect_threshold,
                   sc_retry_max, sc_dup_pay_window,
                   sc_mon_threshold,
                   COALESCE(sc_dup_ord_window, 0),
                   COALESCE(sc_po_approve_limit, 0)
               INTO :sc-max-payment-amt, :sc-stock-lookback,
                   :sc-carrier-cnt, :sc-collect-threshold,
                   :sc-retry-max, :sc-dup-pay-window,
                   :sc-mon-threshold, :sc-dup-ord-window,
                   :sc-po-approve-limit
               FROM siteconfig
               WHERE sc_id = :sc-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-site-data
           end-if
           .

       read-tax-row.
           move rxk-tx-state to tx-state
           move rxk-tx-zip to tx-zip
           move rxk-tx-eff-d to tx-eff-d
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT tx_rate INTO :tx-rate
               FROM taxrate
               WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                   AND tx_eff_d = :tx-eff-d
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-tax-data
           end-if
           .

       read-frt-row.
           move rxk-fr-car-id to fr-car-id
           move rxk-fr-zone to fr-zone
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT fr_rate_cwt INTO :fr-rate-cwt
               FROM frtrate
               WHERE fr_car_id = :fr-car-id AND fr_zone = :fr-zone
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-frt-data
           end-if
           .

       read-cal-row.
           move rxk-bc-w-id to bc-w-id
           move rxk-bc-date to bc-date
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT bc_reason INTO :bc-reason
               FROM buscal
               WHERE bc_w_id = :bc-w-id AND bc_date = :bc-date
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-cal-data
           end-if
           .

       read-loy-row.
           move rxk-row-id to ws-row-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT lr_accrue_per_dollar, lr_redeem_cents
               INTO :lr-accrue-per-dollar, :lr-redeem-cents
               FROM loyrate
               WHERE lr_id = :ws-row-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-loy-data
           end-if
           .

       read-ret-row.
           move rxk-rp-table to rp-table
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT rp_keep_days, rp_action
               INTO :rp-keep-days, :rp-action
               FROM retpolcy
               WHERE rp_table = :rp-table
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-ret-data
           end-if
           .

       read-bat-row.
           move rxk-bs-step to bs-step
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT bs_seq, COALESCE(bs_pred, ' '), bs_enabled,
                   COALESCE(bs_parm, 0)
               INTO :bs-seq, :bs-pred, :bs-enabled, :bs-parm
               FROM batsched
               WHERE bs_step = :bs-step
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 0
               move 'Y' to ws-tgt-found
               perform build-bat-data
           end-if
           .

      *=================================================================
      * I - a compared batch applied on a supervisor's confirmation
      *=================================================================
       import-reference.
           if rxopid = spaces
               go to not-supervisor
           end-if
           move rxopid to op-id
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT op_auth, op_status
               INTO :op-auth, :op-status
               FROM operator
               WHERE op_id = :op-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if sqlcode = 100
               go to not-supervisor
           end-if
           if op-auth not = 'S' or op-status not = 'A'
               go to not-supervisor
           end-if

           move rxbatch to rb-id
           EXEC SQL WHENEVER NOT FOUND go to batch-not-found END-EXEC
           EXEC SQL
               SELECT rb_status, rb_compared_by, rb_source,
                   rb_export_d, rb_row_cnt
               INTO :rb-status, :rb-compared-by, :rb-source,
                   :rb-export-d, :rb-row-cnt
               FROM refbatch
               WHERE rb_id = :rb-id
           END-EXEC
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           if rb-status not = 'C'
               go to batch-not-open
           end-if
      *> the confirmation is a second pair of eyes
           if rxopid = rb-compared-by
               go to second-supervisor
           end-if
           move rb-source to rxsource
           move rb-row-cnt to rxrowcnt

      *> imported site limits take effect in the running
      *> region as well, as SQLCFGM's do
           move 'N' to ws-cwa-ready
           exec cics address cwa(ws-cwa-ptr)
           end-exec
           set address of tpcc-cwa to ws-cwa-ptr
           if tpcc-eyecatcher
               move 'Y' to ws-cwa-ready
           end-if

           move 'REFERENCE DATA IMPORT' to ws-hd-title
           move rb-id to ws-hd-batch
           move rb-source to ws-hd-source
           move rb-export-d to ws-hd-export-d
           move ws-header-line to ws-report-line
           perform queue-report-line

           move rb-id to rs-batch
           EXEC SQL
               DECLARE c_rxapply CURSOR FOR
               SELECT rs_table, rs_key, rs_data, rs_kind,
                   rs_tgt_data
                   FROM refstage
                   WHERE rs_batch = :rs-batch AND rs_status = 'P'
                   ORDER BY rs_table, rs_key
           END-EXEC
           EXEC SQL OPEN c_rxapply END-EXEC
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
               EXEC SQL WHENEVER NOT FOUND continue END-EXEC
               EXEC SQL
                   FETCH c_rxapply INTO :rs-table, :rs-key,
                       :rs-data, :rs-kind, :rs-tgt-data
               END-EXEC
               EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
               if sqlcode = 100
                   move 'Y' to ws-eof
                   exit perform
               end-if
               perform apply-one-row
           end-perform
           EXEC SQL CLOSE c_rxapply END-EXEC

           move 'I' to rb-status
           move rxopid to rb-confirmed-by
           move datetime to rb-applied-d
           move rxappliedcnt to rb-applied-cnt
           move rxskippedcnt to rb-skipped-cnt
           EXEC SQL
               UPDATE refbatch
               SET rb_status = :rb-status,
                   rb_confirmed_by = :rb-confirmed-by,
                   rb_applied_d = :rb-applied-d,
                   rb_applied_cnt = :rb-applied-cnt,
                   rb_skipped_cnt = :rb-skipped-cnt
               WHERE rb_id = :rb-id
           END-EXEC

           perform queue-total-line
           move "Reference data imported" to msg
           .

      *> each staged difference is applied only if the
      *> target row is still what the compare saw
       apply-one-row.
           set rx-detail to true
           move rs-table to rxd-table
           move rs-key to rxd-key
           perform read-target-row
           move 'N' to ws-apply-action
           evaluate rs-kind
               when 'A'
                   if ws-tgt-found = 'N'
                       move 'I' to ws-apply-action
                   end-if
               when 'C'
                   if ws-tgt-found = 'Y'
                       and ws-tgt-data = rs-tgt-data
                       move 'U' to ws-apply-action
                   end-if
               when 'X'
                   if ws-tgt-found = 'Y'
                       and ws-tgt-data = rs-tgt-data
                       move 'D' to ws-apply-action
                   end-if
           end-evaluate

           evaluate true
               when ws-apply-action = 'N'
                   move 'S' to rs-status
                   add 1 to rxskippedcnt
                   move 'SKIPPED' to ws-dl-status
      *> SITECONFIG is one row every region must have
               when ws-apply-action = 'D'
                   and (not rx-delete-extra
                       or rxd-table = 'SITECONFIG')
                   move 'K' to rs-status
                   move 'KEPT' to ws-dl-status
               when other
                   if rs-kind = 'X'
                       move rs-tgt-data to rxd-data
                   else
                       move rs-data to rxd-data
                   end-if
                   perform write-target-row
                   move 'A' to rs-status
                   add 1 to rxappliedcnt
                   move 'APPLIED' to ws-dl-status
           end-evaluate
           EXEC SQL
               UPDATE refstage
               SET rs_status = :rs-status
               WHERE rs_batch = :rs-batch AND rs_table = :rs-table
                   AND rs_key = :rs-key
           END-EXEC
           move rs-data to ws-file-data
           move rs-tgt-data to ws-tgt-data
           perform queue-detail-line
           .

      *> insert, update or delete the row in rxd-key/rxd-data
      *> per ws-apply-action; read-target-row has already set the
      *> key's host variables
       write-target-row.
           evaluate rxd-table
               when 'SITECONFIG'
                   perform write-site-row
               when 'TAXRATE'
                   perform write-tax-row
               when 'FRTRATE'
                   perform write-frt-row
               when 'BUSCAL'
                   perform write-cal-row
               when 'LOYRATE'
                   perform write-loy-row
               when 'RETPOLCY'
                   perform write-ret-row
               when 'BATSCHED'
                   perform write-bat-row
           end-evaluate
           .

       write-site-row.
           move rxv-sc-max-pay to sc-max-payment-amt
           move rxv-sc-stock-lookback to sc-stock-lookback
           move rxv-sc-carrier-cnt to sc-carrier-cnt
           move rxv-sc-collect to sc-collect-threshold
           move rxv-sc-retry to sc-retry-max
           move rxv-sc-dup-pay to sc-dup-pay-window
           move rxv-sc-mon to sc-mon-threshold
           move rxv-sc-dup-ord to sc-dup-ord-window
           move rxv-sc-po-limit to sc-po-approve-limit
           move rxopid to sc-updated-by
           move datetime to sc-entry-d
           if ws-apply-action = 'I'
               EXEC SQL
                   INSERT INTO siteconfig
                       (sc_id, sc_max_payment_amt,
                        sc_stock_lookback, sc_carrier_cnt,
                        sc_collect_threshold, sc_retry_max,
                        sc_dup_pay_window, sc_mon_threshold,
                        sc_dup_ord_window, sc_po_approve_limit,
                        sc_updated_by, sc_entry_d)
                       VALUES (:sc-id, :sc-max-payment-amt,
                        :sc-stock-lookback, :sc-carrier-cnt,
                        :sc-collect-threshold, :sc-retry-max,
                        :sc-dup-pay-window, :sc-mon-threshold,
                        :sc-dup-ord-window, :sc-po-approve-limit,
                        :sc-updated-by, :sc-entry-d)
               END-EXEC
           else
               EXEC SQL
                   UPDATE siteconfig
                   SET sc_max_payment_amt = :sc-max-payment-amt,
                       sc_stock_lookback = :sc-stock-lookback,
                       sc_carrier_cnt = :sc-carrier-cnt,
                       sc_collect_threshold = :sc-collect-threshold,
                       sc_retry_max = :sc-retry-max,
                       sc_dup_pay_window = :sc-dup-pay-window,
                       sc_mon_threshold = :sc-mon-threshold,
                       sc_dup_ord_window = :sc-dup-ord-window,
                       sc_po_approve_limit = :sc-po-approve-limit,
                       sc_updated_by = :sc-updated-by,
                       sc_entry_d = :sc-entry-d
                   WHERE sc_id = :sc-id
               END-EXEC
           end-if
           perform log-site-limits
           .

      *> CONFIGLOG gets a row per limit that moved, as
      *> SQLCFGM writes them, and the live CWA follows the row
       log-site-limits.
           move rxopid to cl-operator
           move datetime to cl-entry-d
           if ws-apply-action = 'I'
               move spaces to ws-tgt-data
               move 0 to tsc-max-pay tsc-stock-lookback
                   tsc-carrier-cnt tsc-collect tsc-retry
                   tsc-dup-pay tsc-mon tsc-dup-ord tsc-po-limit
           end-if
           if rxv-sc-max-pay not = tsc-max-pay
               move 'MAX-PAYMENT-AMT     ' to cl-limit-name
               move tsc-max-pay to cl-old-value
               move rxv-sc-max-pay to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-stock-lookback not = tsc-stock-lookback
               move 'STOCK-LOOKBACK      ' to cl-limit-name
               move tsc-stock-lookback to cl-old-value
               move rxv-sc-stock-lookback to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-carrier-cnt not = tsc-carrier-cnt
               move 'CARRIER-CNT         ' to cl-limit-name
               move tsc-carrier-cnt to cl-old-value
               move rxv-sc-carrier-cnt to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-collect not = tsc-collect
               move 'COLLECT-THRESHOLD   ' to cl-limit-name
               move tsc-collect to cl-old-value
               move rxv-sc-collect to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-retry not = tsc-retry
               move 'SQL-RETRY-MAX       ' to cl-limit-name
               move tsc-retry to cl-old-value
               move rxv-sc-retry to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-dup-pay not = tsc-dup-pay
               move 'DUP-PAY-WINDOW      ' to cl-limit-name
               move tsc-dup-pay to cl-old-value
               move rxv-sc-dup-pay to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-mon not = tsc-mon
               move 'MON-THRESHOLD       ' to cl-limit-name
               move tsc-mon to cl-old-value
               move rxv-sc-mon to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-dup-ord not = tsc-dup-ord
               move 'DUP-ORD-WINDOW      ' to cl-limit-name
               move tsc-dup-ord to cl-old-value
               move rxv-sc-dup-ord to cl-new-value
               perform log-one-limit
           end-if
           if rxv-sc-po-limit not = tsc-po-limit
               move 'PO-APPROVE-LIMIT    ' to cl-limit-name
               move tsc-po-limit to cl-old-value
               move rxv-sc-po-limit to cl-new-value
               perform log-one-limit
           end-if

           if ws-cwa-ready = 'Y'
               move sc-max-payment-amt to cwa-max-payment-amt
               move sc-stock-lookback to cwa-stock-lookback
               move sc-carrier-cnt to cwa-carrier-cnt
               move sc-collect-threshold to cwa-collect-threshold
               move sc-retry-max to cwa-sql-retry-max
               move sc-dup-pay-window to cwa-dup-pay-window
               move sc-mon-threshold to cwa-mon-threshold
               move sc-dup-ord-window to cwa-dup-ord-window
               move sc-po-approve-limit to cwa-po-approve-limit
           end-if
           .

       log-one-limit.
           EXEC SQL
               INSERT INTO configlog
                   (cl_limit_name, cl_old_value, cl_new_value,
                       cl_operator, cl_entry_d)
                   VALUES (:cl-limit-name, :cl-old-value,
                       :cl-new-value, :cl-operator, :cl-entry-d)
           END-EXEC
           .

      *> the row's rate as read-target-row found it is the
      *> before image; the import's is the after
       write-tax-row.
           move 'T' to mc-kind
           move 'S' to mc-action
           move 0 to mc-old-amt
           move 0 to mc-new-amt
           move spaces to mc-before
           move spaces to mc-after
           if ws-apply-action = 'I'
               move "NO RATE ON FILE" to mc-before
           else
               move tx-rate to mc-old-amt
               move tx-rate to ws-rate-ed
               string
                   "RATE " delimited size
                   ws-rate-ed delimited size
               into mc-before
           end-if
           move rxv-tx-rate to tx-rate
           if ws-apply-action = 'D'
               move 'D' to mc-action
               move "DELETED" to mc-after
           else
               move tx-rate to mc-new-amt
               move tx-rate to ws-rate-ed
               string
                   "RATE " delimited size
                   ws-rate-ed delimited size
               into mc-after
           end-if
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO taxrate
                           (tx_state, tx_zip, tx_rate, tx_eff_d)
                           VALUES (:tx-state, :tx-zip, :tx-rate,
                               :tx-eff-d)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE taxrate
                       SET tx_rate = :tx-rate
                       WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                           AND tx_eff_d = :tx-eff-d
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM taxrate
                       WHERE tx_state = :tx-state AND tx_zip = :tx-zip
                           AND tx_eff_d = :tx-eff-d
                   END-EXEC
           end-evaluate
           perform log-tax-change
           .

      *> the compare's operator made the change and the second
      *> supervisor importing it checked it - the two-person rule
      *> SQLMCHK enforces, already met - so the row goes on
      *> MCHANGE approved (A) for the monthly MCKRPT
       log-tax-change.
           move 0 to mc-w-id
           move 0 to mc-d-id
           move 0 to mc-c-id
           move 0 to mc-i-id
           move 0 to mc-v-id
           move tx-state to mc-tx-state
           move tx-zip to mc-tx-zip
           move tx-eff-d to mc-eff-d
           move spaces to mc-new-street-1
           move spaces to mc-new-street-2
           move spaces to mc-new-city
           move spaces to mc-new-state
           move spaces to mc-new-zip
           move spaces to mc-key
           string
               "TAX " delimited size
               tx-state delimited size
               " " delimited size
               tx-zip delimited size
               " " delimited size
               tx-eff-d delimited size
           into mc-key
           perform next-mc-id
           move 'A' to mc-status
           move rb-compared-by to mc-maker
           move datetime to mc-made-d
           move rxopid to mc-checker
           move datetime to mc-checked-d
           move rs-batch to ws-mc-batch-disp
           move spaces to mc-reason
           string
               "Reference import batch " delimited size
               ws-mc-batch-disp delimited size
           into mc-reason
           EXEC SQL
               INSERT INTO mchange
                   (mc_id, mc_kind, mc_action, mc_status, mc_key,
                       mc_w_id, mc_d_id, mc_c_id, mc_i_id, mc_v_id,
                       mc_tx_state, mc_tx_zip, mc_eff_d, mc_old_amt,
                       mc_new_amt, mc_new_street_1, mc_new_street_2,
                       mc_new_city, mc_new_state, mc_new_zip,
                       mc_before, mc_after, mc_maker, mc_made_d,
                       mc_checker, mc_checked_d, mc_reason)
                   VALUES (:mc-id, :mc-kind, :mc-action, :mc-status,
                       :mc-key, :mc-w-id, :mc-d-id, :mc-c-id,
                       :mc-i-id, :mc-v-id, :mc-tx-state, :mc-tx-zip,
                       :mc-eff-d, :mc-old-amt, :mc-new-amt,
                       :mc-new-street-1, :mc-new-street-2,
                       :mc-new-city, :mc-new-state, :mc-new-zip,
                       :mc-before, :mc-after, :mc-maker, :mc-made-d,
                       :mc-checker, :mc-checked-d, :mc-reason)
           END-EXEC
           .

      *> hand out mc-id off the same atomic counter row SQLTAXM
      *> and the other maker programs use, seeding it the first
      *> time through
       next-mc-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_mc_id
               INTO :mc-id
               FROM mchange_seq
           END-EXEC
           if sqlcode = 100
               move 1 to mc-id
               EXEC SQL
                   INSERT INTO mchange_seq (seq_id, next_mc_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE mchange_seq
                   SET next_mc_id = next_mc_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_mc_id
                   INTO :mc-id
                   FROM mchange_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       write-frt-row.
           move rxv-fr-rate to fr-rate-cwt
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO frtrate
                           (fr_car_id, fr_zone, fr_rate_cwt)
                           VALUES (:fr-car-id, :fr-zone,
                               :fr-rate-cwt)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE frtrate
                       SET fr_rate_cwt = :fr-rate-cwt
                       WHERE fr_car_id = :fr-car-id
                           AND fr_zone = :fr-zone
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM frtrate
                       WHERE fr_car_id = :fr-car-id
                           AND fr_zone = :fr-zone
                   END-EXEC
           end-evaluate
           .

       write-cal-row.
           move rxv-bc-reason to bc-reason
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO buscal (bc_w_id, bc_date, bc_reason)
                       VALUES (:bc-w-id, :bc-date, :bc-reason)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE buscal
                       SET bc_reason = :bc-reason
                       WHERE bc_w_id = :bc-w-id AND bc_date = :bc-date
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM buscal
                       WHERE bc_w_id = :bc-w-id AND bc_date = :bc-date
                   END-EXEC
           end-evaluate
           .

       write-loy-row.
           move rxv-lr-accrue to lr-accrue-per-dollar
           move rxv-lr-redeem to lr-redeem-cents
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO loyrate
                           (lr_id, lr_accrue_per_dollar,
                               lr_redeem_cents)
                           VALUES (:ws-row-id, :lr-accrue-per-dollar,
                               :lr-redeem-cents)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE loyrate
                       SET lr_accrue_per_dollar =
                               :lr-accrue-per-dollar,
                           lr_redeem_cents = :lr-redeem-cents
                       WHERE lr_id = :ws-row-id
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM loyrate
                       WHERE lr_id = :ws-row-id
                   END-EXEC
           end-evaluate
           .

       write-ret-row.
           move rxv-rp-keep-days to rp-keep-days
           move rxv-rp-action to rp-action
           move rxopid to rp-updated-by
           move datetime to rp-entry-d
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO retpolcy
                           (rp_table, rp_keep_days, rp_action,
                               rp_updated_by, rp_entry_d)
                           VALUES (:rp-table, :rp-keep-days,
                               :rp-action, :rp-updated-by,
                               :rp-entry-d)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE retpolcy
                       SET rp_keep_days = :rp-keep-days,
                           rp_action = :rp-action,
                           rp_updated_by = :rp-updated-by,
                           rp_entry_d = :rp-entry-d
                       WHERE rp_table = :rp-table
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM retpolcy
                       WHERE rp_table = :rp-table
                   END-EXEC
           end-evaluate
           .

       write-bat-row.
           move rxv-bs-seq to bs-seq
           move rxv-bs-pred to bs-pred
           move rxv-bs-enabled to bs-enabled
           move rxv-bs-parm to bs-parm
           evaluate ws-apply-action
               when 'I'
                   EXEC SQL
                       INSERT INTO batsched
                           (bs_step, bs_seq, bs_pred, bs_enabled,
                               bs_parm)
                           VALUES (:bs-step, :bs-seq, :bs-pred,
                               :bs-enabled, :bs-parm)
                   END-EXEC
               when 'U'
                   EXEC SQL
                       UPDATE batsched
                       SET bs_seq = :bs-seq, bs_pred = :bs-pred,
                           bs_enabled = :bs-enabled,
                           bs_parm = :bs-parm
                       WHERE bs_step = :bs-step
                   END-EXEC
               when 'D'
                   EXEC SQL
                       DELETE FROM batsched
                       WHERE bs_step = :bs-step
                   END-EXEC
           end-evaluate
           .

      *> the next batch number off the counter row, the same
      *> UPDATE-then-SELECT-back idiom SQLRETN uses for rl-id,
      *> seeding itself the first time through
       next-batch-id.
           EXEC SQL WHENEVER NOT FOUND continue END-EXEC
           EXEC SQL
               SELECT next_rb_id
               INTO :rb-id
               FROM refbatch_seq
           END-EXEC
           if sqlcode = 100
               move 1 to rb-id
               EXEC SQL
                   INSERT INTO refbatch_seq (seq_id, next_rb_id)
                   VALUES (1, 1)
               END-EXEC
           else
               EXEC SQL
                   UPDATE refbatch_seq
                   SET next_rb_id = next_rb_id + 1
               END-EXEC
               EXEC SQL
                   SELECT next_rb_id
                   INTO :rb-id
                   FROM refbatch_seq
               END-EXEC
           end-if
           EXEC SQL WHENEVER NOT FOUND go to sqlerr END-EXEC
           .

       queue-detail-line.
           move rxd-table to ws-dl-table
           move rxd-key to ws-dl-key
           move ws-file-data to ws-dl-file
           move ws-tgt-data to ws-dl-tgt
           move ws-detail-line to ws-report-line
           perform queue-report-line
           .

       queue-total-line.
           move rxrowcnt to ws-tt-rows
           move rxsamecnt to ws-tt-same
           move rxaddcnt to ws-tt-added
           move rxchgcnt to ws-tt-changed
           move rxextracnt to ws-tt-extra
           move rxappliedcnt to ws-tt-applied
           move rxskippedcnt to ws-tt-skipped
           move ws-total-line to ws-report-line
           perform queue-report-line
           .

       queue-report-line.
           exec cics writeq ts
               queue(ws-report-q-name)
               from(ws-report-line)
               length(length of ws-report-line)
               resp(ws-resp-writeq-ts)
           end-exec
           if ws-resp-writeq-ts = DFHRESP(NORMAL)
               add 1 to rptcount
           end-if
           .

       bad-reqtype.
           move "Request type must be E, C, or I" to err

           move 1 to result-code
           perform audit-return.

      *> nothing staged from a file that is not whole
       bad-file.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move 2 to result-code
           perform audit-return.

       not-supervisor.
           move "Operator id is not a valid active supervisor"
               to err

           move 3 to result-code
           perform audit-return.

       batch-not-found.
           move "Compare batch not found" to err

           move 4 to result-code
           perform audit-return.

       batch-not-open.
           move "Compare batch has already been imported" to err

           move 5 to result-code
           perform audit-return.

       second-supervisor.
           move "Import must be confirmed by another supervisor"
               to err

           move 6 to result-code
           perform audit-return.

       file-not-written.
           move "Reference file could not be written" to err

           move 7 to result-code
           perform audit-return.

       SQLErr.
           move sqlcode to csqlcode
           string
               "SQL Error: CODE=" delimited size
               csqlcode delimited size
               " STATE=" delimited size
               sqlstate delimited size
               " " delimited size
               sqlerrmc delimited size
           into err

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC

           move -1 to result-code
           perform audit-return.

      *> durable record of this call's outcome, same
      *> "CALL a subprogram that writeq's a TD queue" idiom TPCTRACE
      *> already uses for trace entries.
       audit-return.
           move ws-program-name to tpc-audit-program
           move 0 to tpc-audit-w-id
           move 0 to tpc-audit-d-id
           move result-code to tpc-audit-result-code
           move err to tpc-audit-err
           move msg to tpc-audit-msg
           move datetime to tpc-audit-entry-d
           call 'TPCCAUDT' using tpc-audit-data-block

           exec cics return end-exec.

      ***--------------------------------------------------------------*
      ***  $Workfile:   sqlrefx.cbl  $ end
      ***--------------------------------------------------------------*
