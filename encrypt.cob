      * KEY REGISTRY (KEYREG.DAT): ONE LINE PER KEY - IDENTIFIER,
      * EFFECTIVE-FROM AND -TO DATES (AAAAMMJJ), THE KEY ITSELF, AND
      * THE TWO OPERATORS OF THE DUAL CONTROL (ENTERED BY, APPROVED
      * BY - ONLY KEYMAINT WRITES HERE NOW), THEN THE DATES OF THE
      * ENTRY AND OF THE APPROVAL, WHICH NOTHING HERE NEEDS.
      * THE CURRENT KEY IS THE ONE WHOSE RANGE COVERS TODAY (LATEST
      * EFFECTIVE-FROM WINS); DECRYPT PICKS WHATEVER KEY A STAMPED
      * FILE NAMES, SO QUARTERLY ROTATION NO LONGER LOSES THE ARCHIVE.
