      *   reqtype 'A' - add a carrier (id assigned past the highest
      *                 existing car_id when carid is 0)
      *   reqtype 'U' - update name/address/phone (spaces = leave
      *                 that field alone), and the truck capacity
      *                 (weight, stops) when cmsetcapacity is 'Y'
      *   reqtype 'I' - take a carrier out of service. The row stays
      *                 (historical orders point at it) but
      *                 car_status 'I' fails the Delivery validation
           move cmzip to car-zip
           move cmphone to car-phone
           move 'A' to car-status
           move cmmaxweight to car-max-weight
           move cmmaxstops to car-max-stops

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

           move car-id to carid
           if cmphone not = spaces
               move cmphone to car-phone
           end-if
      *> a capacity of 0 is a real value (no limit), so it is
      *> only changed when asked to be
           if set-capacity
               move cmmaxweight to car-max-weight
               move cmmaxstops to car-max-stops
           end-if

           EXEC SQL
               UPDATE carrier
                   car_city = :car-city,
                   car_state = :car-state,
                   car_zip = :car-zip,
                   car_phone = :car-phone,
                   car_max_weight = :car-max-weight,
                   car_max_stops = :car-max-stops
               WHERE car_id = :car-id
           END-EXEC

           EXEC SQL
               SELECT car_name, car_street_1, car_street_2,
                   car_city, car_state, car_zip, car_phone,
                   car_status, COALESCE(car_max_weight, 0),
                   COALESCE(car_max_stops, 0)
               INTO :car-name, :car-street-1, :car-street-2,
                   :car-city, :car-state, :car-zip, :car-phone,
                   :car-status, :car-max-weight, :car-max-stops
               FROM carrier
               WHERE car_id = :car-id
           END-EXEC
