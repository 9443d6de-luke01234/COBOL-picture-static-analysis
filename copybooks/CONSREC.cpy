      *        WHEN NO MAPPING PATTERN COVERS THE PROGRAM
               05 CF-D7                PIC X(1).
               05 CF-TEAM              PIC X(8).
      *        CHECK CATALOG BLOCK FROM CHECKS.CFG - REFERENCE NUMBER,
      *        WHAT THE CHECK MEANS, HOW IT SHOWS UP IN PRODUCTION AND
      *        THE STANDARD FIX. BLANK WHEN THE CHECK IS NOT CATALOGUED
               05 CF-D8                PIC X(1).
               05 CF-CHK-REF           PIC X(10).
               05 CF-D9                PIC X(1).
               05 CF-CHK-DESC          PIC X(80).
               05 CF-D10               PIC X(1).
               05 CF-CHK-SYMPTOM       PIC X(80).
               05 CF-D11               PIC X(1).
               05 CF-CHK-FIX           PIC X(80).
