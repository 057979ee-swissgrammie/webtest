      *> reason D), 'V' sends them back to the vendor as a
      *> negative PURCHASE_ORDER movement (status V) the
      *> receiving dock ships against - rtvpoid echoes its id.
      *> A returned kit is disposed of as its components.
      *> A line disposes exactly once.
       02  return-disp-data.
           03  rlid                          pic 9(8).
