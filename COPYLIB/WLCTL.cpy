      ******************************************************************
      * WLCTL - SANCTIONS WATCHLIST CONTROL RECORD LAYOUT
      * ONE RECORD (CONTROL ID 01) ON WLCTL DESCRIBING THE LIST NOW ON
      * WATCHLST: WHO DELIVERED IT, ITS VERSION AND DATE, HOW MANY
      * ENTRIES IT HELD AND WHEN WL-LOAD LOADED IT. WL-LOAD ONLY
      * TAKES A VERSION HIGHER THAN THE ONE ON FILE. WL-RSCN STAMPS
      * THE VERSION IT LAST RESCREENED CUSTMST AGAINST, SO THE WHOLE
      * CUSTOMER BASE IS RESCREENED EXACTLY ONCE PER NEW VERSION.
      ******************************************************************
       01  WC-CONTROL-RECORD.
           05  WC-CONTROL-ID           PIC 9(02).
           05  WC-PROVIDER             PIC X(20).
           05  WC-LIST-VERSION         PIC 9(06).
           05  WC-LIST-DATE            PIC 9(08).
           05  WC-ENTRY-COUNT          PIC 9(06).
           05  WC-LOADED-ON            PIC 9(08).
           05  WC-RESCREENED-VERSION   PIC 9(06).
           05  WC-RESCREENED-ON        PIC 9(08).
