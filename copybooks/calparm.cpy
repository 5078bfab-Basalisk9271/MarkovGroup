      *----------------------------------------------------------
      *    CALPARM.CPY
      *    The CALL interface of mkcal, the shop-calendar service,
      *    shared between mkcal's LINKAGE SECTION and every caller
      *    so the two cannot drift apart.
      *        CAL-FUNCTION  DAYTYPE   what kind of day CAL-DATE is
      *                      BUSDAYS   business days after CAL-DATE
      *                                up to and including
      *                                CAL-DATE-TO, into CAL-COUNT
      *                      CLOSEDATE the close date of CAL-MONTH
      *        CAL-DAY-TYPE  B business day, H holiday, W weekend
      *        CAL-MONTH-END Y when CAL-DATE is the month-end close
      *                      date of CAL-CLOSES-MONTH
      *        CAL-FIRST-BUS Y when CAL-DATE is the first business
      *                      day of its month
      *        CAL-RC        0 answered from the calendar file,
      *                      4 no calendar file -- Monday to Friday
      *                      business days, last business day
      *                      closes the month, 8 a bad date or
      *                      function (nothing answered)
      *----------------------------------------------------------
       01  CAL-PARM.
           05  CAL-FUNCTION            PIC X(10).
           05  CAL-DATE                PIC X(8).
           05  CAL-DATE-TO             PIC X(8).
           05  CAL-MONTH               PIC X(6).
           05  CAL-DAY-TYPE            PIC X(1).
           05  CAL-MONTH-END           PIC X(1).
           05  CAL-CLOSES-MONTH        PIC X(6).
           05  CAL-FIRST-BUS           PIC X(1).
           05  CAL-CLOSE-DATE          PIC X(8).
           05  CAL-COUNT               PIC 9(6).
           05  CAL-RC                  PIC 9(2).
