               02 UNIT_NUMBER_OUT PIC 9(5).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CONTRACT_NUMBER_OUT PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 PICKUP_BRANCH_OUT PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RETURN_BRANCH_OUT PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 DROP_FEE_OUT PIC zzzz9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DISCOUNT_OUT PIC zzzzzz9.99.
