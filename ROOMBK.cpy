      *----------------------------------------------------------------
      * ROOM BOOKING RECORD (ROOMBOOK.DAT, INDEXED ON BK-CLE - ROOM,
      * DATE AND HOUR SLOT, SO A ROOM'S DAY READS IN SLOT ORDER FROM
      * ONE START). BK-SALLE IS A CODE OF THE ROOM TABLE (ROOMSAL.DAT).
      * BK-ID IS THE MEMBER WHO BOOKED, SPACES FOR A SHOP BOOKING.
      * BK-NB-PERS IS THE NUMBER OF PEOPLE EXPECTED (ZERO WHEN NOT
      * GIVEN), NEVER MORE THAN THE ROOM HOLDS. A BOOKING MADE AS PART
      * OF A RECURRING SERIES CARRIES THE SERIES STAMP (DATE AND TIME
      * THE SERIES WAS KEYED) IN BK-SERIE, ZERO FOR A SINGLE BOOKING.
      * A CANCELLED BOOKING IS DELETED; ROOMBOOK.JRN KEEPS ITS IMAGE.
      *----------------------------------------------------------------
       01  BOOKING-RECORD.
           05  BK-CLE.
               10  BK-SALLE      PIC X(4).
               10  BK-DATE       PIC 9(8).
               10  BK-CRENEAU    PIC 99.
           05  BK-ID             PIC X(8).
           05  BK-LIBELLE        PIC X(20).
           05  BK-NB-PERS        PIC 9(3).
           05  BK-SERIE          PIC 9(14).
           05  BK-PAR            PIC X(8).
           05  BK-DATE-SAISIE    PIC 9(8).
