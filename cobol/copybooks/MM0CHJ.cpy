      *>****************************************************************
      *> MM0CHJ - Maintenance change journal record layout
      *>
      *> One record per field touched by a change made through
      *> MastMaint, immediate or scheduled, appended to the kiosk's
      *> own journal with the operator id, when, and the value
      *> before and after, so the auditors can see who changed what
      *> on a terminal without reconstructing it from the files:
      *>
      *>   CFG  MM0CFG rewritten there and then
      *>   TOV  MM0TOV rewritten there and then
      *>   STG  a change scheduled on MM0STG (before is what was in
      *>        force when it was scheduled)
      *>   APL  a scheduled change applied by the kiosk when it fell
      *>        due, under the operator who scheduled it
      *>   SUP  a scheduled change superseded by a later-dated one
      *>        that fell due with it
      *>   CAN  a scheduled change cancelled before it fell due
      *>   CKP  an in-flight checkpoint cleared
      *>   REL  a held prize released to the POS
      *>   HVD  a held prize voided
      *>   VVD  a prize voucher voided
      *>
      *> The change number ties STG/APL/SUP/CAN records to their
      *> MM0STG entry (zero for the rest); the effective stamp is
      *> the scheduled time, spaces when the change was immediate.
      *> No player id is ever journalled: a held prize is named by
      *> its terminal and win stamp, a voucher by its number.
      *>****************************************************************
       01  chjRecord.
           05  chjTerminalId   PIC X(08).
           05  chjTimestamp    PIC X(15).
           05  chjOperatorId   PIC X(08).
           05  chjAction       PIC X(03).
               88  chjConfig       VALUE "CFG".
               88  chjTiers        VALUE "TOV".
               88  chjStaged       VALUE "STG".
               88  chjApplied      VALUE "APL".
               88  chjSuperseded   VALUE "SUP".
               88  chjCancelled    VALUE "CAN".
               88  chjCkpClear     VALUE "CKP".
               88  chjRelease      VALUE "REL".
               88  chjHeldVoid     VALUE "HVD".
               88  chjVoucherVoid  VALUE "VVD".
           05  chjChangeNo     PIC 9(06).
           05  chjEffectiveTs  PIC X(15).
           05  chjSubject      PIC X(24).
           05  chjField        PIC X(08).
           05  chjBefore       PIC X(15).
           05  chjAfter        PIC X(15).
