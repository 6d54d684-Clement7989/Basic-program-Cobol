      *  BMI-PATIENT-ID code. Maintained by PatientMaint, *
      *  checked by BMIBatch before a roster record is    *
      *  accepted, read by the BMI reports for the name,  *
      *  age band and sex breakdowns. A patient found to  *
      *  be a duplicate is retired by the PatientMaint    *
      *  merge, pointing to the surviving identifier.     *
      *****************************************************
       01  PATIENT-RECORD.
           05  PAT-ID                   PIC X(8).
           05  PAT-SEX                  PIC X(1).
               88  PAT-SEX-MALE             VALUE "M".
               88  PAT-SEX-FEMALE           VALUE "F".
      *    Fiche active, ou retirée par fusion : ses mesures
      *    BMIHIST sont passées sous PAT-MERGED-INTO.
           05  PAT-STATUS               PIC X(1).
               88  PAT-ACTIVE               VALUE " ".
               88  PAT-MERGED               VALUE "F".
           05  PAT-MERGED-INTO          PIC X(8).
           05  FILLER                   PIC X(4).
