      * CONFIGURATION ITEM ROW - ONE ROW PER SETTING TELCOCFG TAKES
      * INTO THE NIGHTLY CONFIGURATION SNAPSHOT. CFI-KIND "E" IS A
      * PLAIN VARIABLE READ THROUGH GETENVOP (ITS NAME MUST FIT IN
      * THE FIRST 32 BYTES), "S" A MANAGED SECRET READ THROUGH
      * SECRETSOP. A "Y" IN CFI-CRITICAL MEANS UNAPPROVED DRIFT IN
      * THE SETTING STOPS TELCOCHN BEFORE ITS FIRST STEP.
           10  CFI-Kind           Pic X(1).
             88  CFI-Env-Var         Value "E".
             88  CFI-Secret          Value "S".
           10  CFI-Name           Pic X(64).
           10  CFI-Critical       Pic X(1).
             88  CFI-Is-Critical     Value "Y".
