      *> Record layout for the GL-HISTORY file. One record per branch
      *> per GL category per business date, appended by GLPOST each
      *> night alongside the GLFILE.DAT snapshot it rewrites - so
      *> past ledger positions survive the nightly rewrite and
      *> month-end proof is possible. Keyed in content by business
      *> date plus branch plus category code; rolled up by branch and
      *> consolidated by the month-end trial balance batch
      *> (TRIALBAL). History written before the branch code was
      *> carried was reloaded under head office branch 0000 by the
      *> one-time conversion job CNVGLH.
       01  GL-HISTORY-RECORD.
           05  GH-BUSINESS-DATE        PIC 9(08).
           05  GH-BRANCH-CODE          PIC X(04).
           05  GH-CATEGORY-CODE        PIC X(06).
           05  GH-CATEGORY-NAME        PIC X(20).
           05  GH-CATEGORY-TYPE        PIC X(01).
