           *> through untouched, so the utility is safe to rerun; the
           *> indexed lots file converts only while it still has the
           *> old record length. Run once at upgrade, alongside
           *> CONVERT-JOURNALS and CONVERT-ACCOUNTS, before the first
           *> nightly chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
