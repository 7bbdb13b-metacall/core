       *> ------------------------------------------------------------
       *> SAYDRVDS.CPY
       *> Record layout for the SAYDRVDS disposition file written by
       *> saydrv on a normal SAYTRAN run - one record per detail
       *> handed to say, in SAYTRAN order, carrying the transaction
       *> image and the return code say gave back (zero = posted).
       *> The SAYTRAN header file date is stamped on every record so
       *> sayack can prove the file belongs to the night it is
       *> acknowledging.  A checkpoint restart trims the file back
       *> to the restart point so no transaction is listed twice.
       *> ------------------------------------------------------------
        01  saydrvds-record.
            05  saydrvds-file-date      pic 9(8).
            05  saydrvds-msg-code       pic x(4).
            05  saydrvds-hello          pic x(30).
            05  saydrvds-world          pic x(30).
            05  saydrvds-locale-code    pic x(3).
            05  saydrvds-subst-name     pic x(20).
            05  saydrvds-provider       pic x(2).
            05  saydrvds-return-code    pic 9(2).
