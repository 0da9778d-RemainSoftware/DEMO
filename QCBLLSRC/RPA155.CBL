           MOVE  ODORDT TO ARCRDT.
           MOVE  ODORTM TO ARCRTM.
           MOVE  ODORBY TO ARCRBY.
           MOVE  ODOTYP TO ARCTYP.
           MOVE  ODOLIN TO ARCLIN.
           MOVE  ODOSRN TO ARCSRN.
       R4003.
           WRITE RPA106R
                 INVALID KEY
           ACCEPT AUDADT FROM DATE.
           ACCEPT AUDATM FROM TIME.
           MOVE  ODOSEV TO AUDSEV.
           MOVE  ZERO   TO AUDSRN.
       R4503.
           WRITE RPA108R
                 INVALID KEY
