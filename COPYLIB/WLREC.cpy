      ******************************************************************
      * WLREC - SANCTIONS WATCHLIST ENTRY RECORD LAYOUT
      * ONE RECORD PER LISTED PERSON ON WATCHLST, AS DELIVERED BY THE
      * LIST PROVIDER AND LOADED BY WL-LOAD. THE FILE IS KEYED BY
      * SURNAME AND THE PROVIDER'S ENTRY ID, SO SCREENING A NAME IS A
      * START ON THE SURNAME AND A SHORT BROWSE OF THE ENTRIES FILED
      * UNDER IT. NAMES ARE HELD IN UPPER CASE. A ZERO DATE OF BIRTH
      * MEANS THE LIST DOES NOT GIVE ONE. EACH LOAD REPLACES THE
      * WHOLE FILE WITH THE NEW LIST VERSION (SEE WLCTL).
      ******************************************************************
       01  WL-WATCHLIST-RECORD.
           05  WL-ENTRY-KEY.
               10  WL-LNAME            PIC X(30).
               10  WL-ENTRY-ID         PIC X(10).
           05  WL-FNAME                PIC X(20).
           05  WL-DOB                  PIC 9(08).
           05  WL-LIST-SOURCE          PIC X(08).
           05  WL-LIST-VERSION         PIC 9(06).
