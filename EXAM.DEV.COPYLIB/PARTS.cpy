      *    class, spaces when the part is not regulated hazmat.
           05  OU-PART-UN-NUMBER    PIC X(04) VALUE SPACES.
           05  OU-PART-HAZMAT-CLASS PIC X(03) VALUE SPACES.
      *    Shipping weight of one unit in kilograms, zero when none
      *    is on file.
           05  OU-PART-UNIT-WEIGHT  PIC 9(05)V9(03) VALUE ZEROS.
      *    a part can fit more than one vehicle application, so the
      *    make/model/year moved from a single occurrence to a table
      *    of fitments (same OCCURS 3 shape as OU-SUPP-ADDRESS and
