      *  CREDITS CONSUMED ON THE NIGHT'S SESSIONS RECORDS, SO A
      *  JAMMED MECH OR A SHORT DRAWER SHOWS UP THE NEXT MORNING
      *  INSTEAD OF IN THE MONTHLY ACCOUNTS.
      *  A VOUCHER REDEMPTION IS LOGGED HERE TOO, AS ITS OWN
      *  RECORD TYPE CARRYING THE CODE AND THE COMP CREDITS IT
      *  GAVE, SO THE CASH-UP CAN KEEP COMP PLAY OUT OF THE
      *  DRAWER BALANCE AND THE GAME CAN REFUSE A CODE ALREADY
      *  USED.  RECORDS WRITTEN BEFORE THE TYPE WAS CARRIED READ
      *  BACK BLANK THERE AND ARE COIN DROPS.
      *---------------------------------------------------------*
       01  CASHBOX-RECORD.
           05  CASH-DATE               PIC 9(08).
           05  CASH-TIME               PIC 9(08).
           05  CASH-CREDITS            PIC 9(01).
           05  CASH-TYPE               PIC X(01).
               88  CASH-IS-COIN        VALUE 'C' ' '.
               88  CASH-IS-VOUCHER     VALUE 'V'.
           05  CASH-VOUCHER-CODE       PIC X(08).
