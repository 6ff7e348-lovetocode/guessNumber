      *-------------------------------------------------------
      * RUN-CONTROL line layout - one line appended per batch
      * run at completion: the program name, the business date
      * it ran for and how it ended: "OK"; "RC04" - completed,
      * but with failures after the point of no return, so the
      * later steps still run; or "RC08". Programs
      * read the ledger back at startup to refuse a run whose
      * prerequisite has not completed for the date (the report
      * step must never read CLEANLOG before the validation
