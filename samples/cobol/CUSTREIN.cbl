      *          record's return the same way a 'P' accounted for
      *          its departure. Any notes CUSTPURG carried to the
      *          notes archive CUST.ARCH.NOTES come back with the
      *          record, so the contact history is whole again. An
      *          archive entry whose personal data CUSTPRIV has erased
      *          is refused - it no longer describes anyone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREIN.

           MOVE ARC-CUST-IMAGE TO WS-ARCHIVED-REC

      * CUSTPRIV marks an erased image's name - there is no one left
      * to reinstate, only the ids and amounts the books still need.
           IF ARCH-CUST-NAME = '*ERASED*'
               DISPLAY 'CUSTREIN: ' PARM-CUST-ID
                       ' PERSONAL DATA ERASED - NOT REINSTATED'
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-REBUILD-MASTER-RECORD

           WRITE CUSTOMER-RECORD
