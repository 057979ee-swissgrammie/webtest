               perform MakeNumberString
               move str-val(1: length car-phone) to car-phone

      *> loaded carriers start active, with no capacity limit
               move 'A' to car-status
               move 0 to car-max-weight
               move 0 to car-max-stops

               EXEC SQL INSERT INTO
                   carrier (car_id, car_name,
                       car_street_1, car_street_2,
                       car_city, car_state, car_zip, car_phone,
                       car_status, car_max_weight, car_max_stops)
                   values (:car-id, :car-name,
                       :car-street-1, :car-street-2, :car-city,
                       :car-state, :car-zip, :car-phone,
                       :car-status, :car-max-weight, :car-max-stops)
               END-EXEC
           end-perform
           EXEC CICS SYNCPOINT END-EXEC
