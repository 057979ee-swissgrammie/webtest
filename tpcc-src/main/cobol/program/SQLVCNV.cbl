       01  cv-c-ytd-payment                  pic s9(10)v99 comp-3.
       01  cv-c-payment-cnt                  pic s9(9) comp.
       01  cv-c-delivery-cnt                 pic s9(9) comp.
       01  cv-c-legal-hold                   pic x(1).
       01  cv-o-w-id                         pic s9(9) comp.
       01  cv-o-d-id                         pic s9(9) comp.
       01  cv-o-id                           pic s9(9) comp.
                       c_state, c_zip, c_phone, c_since, c_credit,
                       c_credit_hold, c_credit_lim, c_discount,
                       c_balance, c_ytd_payment, c_payment_cnt,
                       c_delivery_cnt, c_data,
                       COALESCE(c_legal_hold, 'N')
                   FROM customer
                   WHERE c_w_id = :cv-wid
           END-EXEC
                       :cv-c-credit-lim, :cv-c-discount,
                       :cv-c-balance, :cv-c-ytd-payment,
                       :cv-c-payment-cnt, :cv-c-delivery-cnt,
                       :cv-c-data, :cv-c-legal-hold
               END-EXEC
               if sqlcode = 100
                   exit perform
           move cv-c-delivery-cnt to c-delivery-cnt of c-record
           move cv-c-data-data to c-data-data of c-record
           move cv-c-data-len to c-data-len of c-record
           move cv-c-legal-hold to c-legal-hold of c-record
      *> the alternate-index mirror fields
           move cv-c-w-id to c-w-id2 of c-record
           move cv-c-d-id to c-d-id2 of c-record
           move c-delivery-cnt of c-record to cv-c-delivery-cnt
           move c-data-data of c-record to cv-c-data-data
           move c-data-len of c-record to cv-c-data-len
           move c-legal-hold of c-record to cv-c-legal-hold
           EXEC SQL
               SELECT COUNT(*) INTO :cv-exists
               FROM customer
                           c_since, c_credit, c_credit_hold,
                           c_credit_lim, c_discount, c_balance,
                           c_ytd_payment, c_payment_cnt,
                           c_delivery_cnt, c_data, c_legal_hold)
                       VALUES (
                       :cv-c-w-id, :cv-c-d-id, :cv-c-id,
                           :cv-c-last, :cv-c-first, :cv-c-middle,
                           :cv-c-credit-hold, :cv-c-credit-lim,
                           :cv-c-discount, :cv-c-balance,
                           :cv-c-ytd-payment, :cv-c-payment-cnt,
                           :cv-c-delivery-cnt, :cv-c-data,
                           :cv-c-legal-hold)
               END-EXEC
               add 1 to ws-file-copied
           end-if
