           05 PAT-GUARDIAN-PHONE PIC X(12).
           05 PAT-CONSENT-FLAG PIC X.
              88 PAT-CONSENT-ON-FILE VALUE "Y".
           05 PAT-VACCINATOR-ID PIC X(4).
