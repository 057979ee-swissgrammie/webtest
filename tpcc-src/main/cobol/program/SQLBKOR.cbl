           move 'F' to bo-status
           move datetime to bo-fill-d
           move datetime to bo-notify-d
      *> a kit line holds one backorder per short component,
      *> so the item is part of the key
           EXEC SQL
               UPDATE backorder
               SET bo_status = :bo-status, bo_fill_d = :bo-fill-d,
               WHERE bo_w_id = :bo-w-id AND bo_d_id = :bo-d-id
                   AND bo_o_id = :bo-o-id
                   AND bo_ol_number = :bo-ol-number
                   AND bo_i_id = :bo-i-id
                   AND (bo_notify_d IS NULL
                       OR bo_notify_d = '                    ')
           END-EXEC
