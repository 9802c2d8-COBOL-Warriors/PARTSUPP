      *            DPAS priority rating - 'DO-'/'DX-' plus the
      *            program symbol; spaces means unrated.
               10  PO-PRIORITY-RATING       PIC X(05)    VALUE SPACES.
      *            Legal entity the PO is bought for, and the dock
      *            location it ships to; spaces in the company code
      *            means the home company.
               10  PO-COMPANY-CODE          PIC X(02)    VALUE SPACES.
               10  PO-SHIP-TO-LOCATION      PIC X(04)    VALUE SPACES.
