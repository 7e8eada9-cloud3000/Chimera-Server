*> raterc.cpy
*> Record layout for the RATE table: the price per matched, unmatched
*> and errored terminal request for each department, and the monthly
*> minimum the department is billed when its usage comes to less
*> (zero for none).  Flat file in ascending department order.  A
*> department of "*" is the default rate for any mapped department
*> with no record of its own; "*" sorts ahead of every department
*> code, so it is always the first record.
 01 RATE-RECORD.
    05 RTE-DEPARTMENT         Pic X(08).
       88 RTE-DEFAULT-RATE    Value "*".
    05 RTE-DEPARTMENT-NAME    Pic X(30).
    05 RTE-MATCHED-PRICE      Pic 9(03)V9(04).
    05 RTE-UNMATCHED-PRICE    Pic 9(03)V9(04).
    05 RTE-ERRORED-PRICE      Pic 9(03)V9(04).
    05 RTE-MONTHLY-MINIMUM    Pic 9(07)V9(02).
