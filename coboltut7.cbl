       END-IF.

*> writes (or refreshes in place) the customer's address keyed by the
*> same IDNum as the master record; a different address keyed over
*> one flagged returned clears the flag, so the mailing runs send to
*> the customer again
SaveCustomerAddress.
       MOVE WSIDNum TO CAIDNum
       READ CustAddrFile
           INVALID KEY
              MOVE SPACES TO CustAddrRecord
              MOVE WSIDNum TO CAIDNum
              PERFORM MoveAddressFields
              WRITE CustAddrRecord
           NOT INVALID KEY
              IF CAStreet NOT = WSStreet OR CACity NOT = WSCity
                  OR CAState NOT = WSState OR CAZip NOT = WSZip THEN
                     PERFORM MoveAddressFields
              END-IF
              REWRITE CustAddrRecord
       END-READ.

*> the keyed address onto the record, with the returned-mail flag
*> cleared since this is now a new address
MoveAddressFields.
       MOVE WSStreet TO CAStreet
       MOVE WSCity TO CACity
       MOVE WSState TO CAState
       MOVE WSZip TO CAZip
       MOVE "N" TO CAMailFlag
       MOVE 0 TO CAReturnDate
       MOVE SPACE TO CAReturnType.

*> a WRITE status other than success or duplicate-key means something
*> is genuinely wrong with the file (disk full, I/O error, etc.) - stop
