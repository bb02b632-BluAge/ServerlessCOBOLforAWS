      * CONFIGURATION SNAPSHOT ROW - ONE ROW PER SETTING PER
      * SNAPSHOT, ALL ROWS OF ONE SNAPSHOT SHARING CFS-STAMP. THE
      * SAME LAYOUT CARRIES THE APPROVED BASELINE (CFGBASE), WHERE
      * CFS-STAMP IS WHEN THE BASELINE WAS APPROVED; THE LATEST
      * STAMP ON EITHER FILE IS THE ONE IN FORCE. CFS-PRESENT "N"
      * MEANS THE SETTING WAS NOT SET. A PLAIN VARIABLE'S VALUE IS
      * RECORDED; A SECRET'S NEVER IS - CFS-VALUE STAYS SPACES AND
      * ONLY ITS FINGERPRINT (A CHECKSUM OF THE VALUE) AND VERSION
      * ARE KEPT. THE VERSION STARTS AT 1 AND STEPS UP EACH SNAPSHOT
      * THE FINGERPRINT CHANGES, SO A ROTATION SHOWS AS A NEW VERSION.
           10  CFS-Stamp          Pic X(14).
           10  CFS-Kind           Pic X(1).
           10  CFS-Name           Pic X(64).
           10  CFS-Present        Pic X(1).
             88  CFS-Is-Present      Value "Y".
           10  CFS-Value          Pic X(80).
           10  CFS-Fingerprint    Pic 9(10).
           10  CFS-Version        Pic 9(4).
           10  CFS-Critical       Pic X(1).
             88  CFS-Is-Critical     Value "Y".
