      *---------------------------------------------------------*
      *  VOUCHREC.CPY
      *  ONE RECORD PER PROMOTIONAL OR COMP VOUCHER IN THE
      *  VOUCHER CONTROL FILE - A BIRTHDAY FREE GAME, A REFUND
      *  FOR A JAMMED MECH, A PRIZE.  THE PLAYER KEYS THE CODE
      *  ON THE INSERT-COIN SCREEN AND IS GIVEN VOUCH-CREDITS
      *  COMP CREDITS, UP TO AND INCLUDING THE EXPIRY DATE.
      *  EACH CODE IS GOOD FOR ONE REDEMPTION: THE REDEMPTION IS
      *  LOGGED ON THE CASHBOX FILE AND A CODE ALREADY LOGGED
      *  THERE IS REFUSED.  VOUCH-CABINET-ID, WHEN FILLED IN,
      *  LIMITS THE CODE TO THAT CABINET.  LEFT BLANK, THE CODE
      *  IS GOOD ON ANY CABINET - BUT EACH CABINET KEEPS ITS OWN
      *  CASHBOX, SO IT IS THEN GOOD ONCE ON EACH CABINET THE
      *  FILE IS COPIED TO.
      *---------------------------------------------------------*
       01  VOUCHER-RECORD.
           05  VOUCH-CODE              PIC X(08).
           05  VOUCH-CREDITS           PIC 9(01).
           05  VOUCH-EXPIRY-DATE       PIC 9(08).
           05  VOUCH-CABINET-ID        PIC X(03).
