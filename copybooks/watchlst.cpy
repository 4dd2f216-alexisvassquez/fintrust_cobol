      *> Record layout for the sanctions WATCH-LIST file
      *> (WATCHLST.DAT). Compliance reloads the whole file from the
      *> published list each time the list is updated; one record per
      *> listed name, including each alias as its own record. The tax
      *> ID is blank for most entries. Read only by OFACSCRN.
       01  WATCH-LIST-RECORD.
           05  WE-ENTRY-ID             PIC X(10).
           05  WE-ENTRY-NAME           PIC X(40).
           05  WE-TAX-ID               PIC X(11).
           05  WE-LIST-PROGRAM         PIC X(10).
           05  WE-LISTED-DATE          PIC 9(08).
