                   03 CUSTOMER_NUMBER PIC 9(6).
                   03 UNIT_NUMBER PIC 9(5).
                   03 CONTRACT_NUMBER PIC 9(8).
                   03 PICKUP_DATE PIC 9(8).
                   03 PICKUP_BRANCH PIC X(4).
                   03 RETURN_BRANCH PIC X(4).
