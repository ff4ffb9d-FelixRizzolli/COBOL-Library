      *---------------------------------------------------------------*
      * CHAIN RUN DATE (SEE RUNDSE.cob). THE BUSINESS DATE A STEP     *
      * STAMPS ITS ARCHIVES, PERIODS AND CATALOG ENTRIES WITH. IT IS  *
      * TODAY UNLESS TPL-RUN1 IS WORKING OFF A BACKLOG OF MISSED RUN  *
      * DATES, IN WHICH CASE IT PUBLISHES THE DATE BEING CAUGHT UP IN *
      * COLUMNS 13-20 OF IO/runid.txt, BESIDE THE RUN ID, AND CLEARS  *
      * IT AGAIN WHEN THE BACKLOG STOPS (COLUMNS 21-28 CARRY THE      *
      * PORTFOLIO, SEE CRUNH1). THE PROGRAM DECLARES THE IRUNID FILE  *
      * ITSELF (IRUNID-PATH, OPTIONAL).                               *
      *---------------------------------------------------------------*
       01 RUND-FIELDS.
           05 RUND-DATE                PIC X(8)    VALUE SPACES.
           05 RUND-RUN-ID              PIC X(12)   VALUE SPACES.
           05 RUND-BACKLOG-SW          PIC X(1)    VALUE 'N'.
              88 RUND-BACKLOG                  VALUE 'Y'.
