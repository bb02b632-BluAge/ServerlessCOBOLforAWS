      * OWN-COMPANY CODE ROW - NAMES AN INTERCONNECT CARRIER CODE
      * (IM-CODE-TYPE "C", AS ON CARRTAB AND RD-CARRIER-CODE) OR A
      * ROAMING PARTNER / HOME NETWORK CODE ("R", AS ON ROAMTAB,
      * IOTTAB AND VU-HOME-NETWORK) THAT IS REALLY ONE OF OUR OWN
      * OPERATING COMPANIES, SO TRAFFIC CROSSING IT IS SETTLED AS
      * INTERCOMPANY RATHER THAN AS EXTERNAL REVENUE AND COST.
           10  IM-Code-Type       Pic X(1).
             88  IM-Carrier-Code     Value "C".
             88  IM-Roaming-Code     Value "R".
           10  IM-Code            Pic X(4).
           10  IM-Company         Pic X(3).
