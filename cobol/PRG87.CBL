      *    through PRG40 before real money moves; PRG88's return
      *    reconciliation flips it active when the cycle comes back
      *    clean, or failed when the bank bounces it.
      *    The level is the operator's on the PRG87 function in
      *    OPPERM.DAT, granted apart from PRG40's bank export.

       environment division.
       input-output section.
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           move "PRG87" to so-function
           call "prg44" using Sign-On-Parms
           if not so-sign-on-ok
               goback
