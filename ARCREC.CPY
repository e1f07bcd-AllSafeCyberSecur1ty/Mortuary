           05 ARC-LIFT-DATE       PIC X(8).
           05 ARC-LIFT-TIME       PIC X(8).
           05 ARC-DOE-FLAG        PIC X(1).
           05 ARC-INCIDENT-NUMBER PIC X(6).
