           ==PFX-MAST-FIRST-DATE== by ==M-MAST-FIRST-DATE==,
           ==PFX-MAST-LAST-DATE== by ==M-MAST-LAST-DATE==,
           ==PFX-MAST-CUM-AMOUNT== by ==M-MAST-CUM-AMOUNT==,
           ==PFX-MAST-STATUS== by ==M-MAST-STATUS==,
           ==PFX-MAST-HOLD-FLAG== by ==M-MAST-HOLD-FLAG==.
       fd arc.
       copy "TRANREC.cpy"
           replacing ==PFX-HEADER-RECORD== by ==A-HEADER-RECORD==,
