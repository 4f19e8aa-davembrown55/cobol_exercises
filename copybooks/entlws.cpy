         88 ENTITLEMENT-ALLOWED VALUE "A".
         88 ENTITLEMENT-DENIED VALUE "D".
         88 ENTITLEMENT-FALLBACK VALUE "F".

      * planned-outage calendar - CHECK-PROGRAM-ENTITLEMENT also
      * refuses WS-ENTL-PROGRAM to anyone but a supervisor while an
      * outage naming it is in progress, saying why and writing the
      * refusal to the audit trail.  a caller only testing what to
      * offer (a menu) sets WS-OUTG-QUIET to Y first, and the
      * refusal is then left to the caller
       01 WS-OUTG-STATUS PIC XX VALUE SPACES.
       01 WS-OUTG-EOF PIC X VALUE "N".
         88 AT-OUTG-EOF VALUE "Y".
       01 WS-OUTG-QUIET PIC X VALUE "N".
         88 OUTAGE-CHECK-QUIET VALUE "Y".
       01 WS-OUTG-REFUSED PIC X VALUE "N".
         88 OUTAGE-REFUSED VALUE "Y".
       01 WS-OUTG-FOUND PIC X VALUE "N".
         88 OUTAGE-FOUND VALUE "Y".
       01 WS-OUTG-COVERED PIC X VALUE "N".
         88 OUTAGE-COVERS-PROGRAM VALUE "Y".
       01 WS-OUTG-IDX PIC 9 VALUE 0.
       01 WS-OUTG-CLOCK PIC 9(8) VALUE 0.
       01 WS-OUTG-NOW.
           05 WS-OUTG-NOW-DATE PIC 9(8) VALUE 0.
           05 WS-OUTG-NOW-TIME PIC 9(4) VALUE 0.
       01 WS-OUTG-WINDOW.
           05 WS-OUTG-WINDOW-DATE PIC 9(8) VALUE 0.
           05 WS-OUTG-WINDOW-TIME PIC 9(4) VALUE 0.
       01 WS-OUTG-FROM.
           05 WS-OUTG-FROM-DATE PIC 9(8) VALUE 0.
           05 WS-OUTG-FROM-TIME PIC 9(4) VALUE 0.
       01 WS-OUTG-TO.
           05 WS-OUTG-TO-DATE PIC 9(8) VALUE 0.
           05 WS-OUTG-TO-TIME PIC 9(4) VALUE 0.
       01 WS-OUTG-REASON PIC X(30) VALUE SPACES.
