000010*===============================================================*
000020* EVAKREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKEVACK ACKNOWLEDGEMENT FILE THE        *
000050* MESSAGING GATEWAY RETURNS FOR A WRKEVDLV DELIVERY FILE - ONE   *
000060* LINE PER EVENT IT HANDLED, QUOTING THE EVENT ID FROM THE       *
000070* DELIVERY FILE, "OK" IF THE MESSAGE WENT OUT OR "NO" IF IT DID  *
000080* NOT, WITH THE GATEWAY'S REASON. THE NEXT ACCTEVNT RUN APPLIES  *
000090* IT TO WRKEVNT BEFORE SENDING ANYTHING NEW.                     *
000100*                                                                *
000110* MODIFICATION HISTORY                                          *
000120*   2026-10-15  DL100  INITIAL VERSION.                         *
000130*===============================================================*
000140 01  EVAK-RECORD.
000150     05  EVAK-EVENT-ID               PIC X(36).
000160     05  FILLER                      PIC X(01).
000170     05  EVAK-RESULT                 PIC X(02).
000180         88  EVAK-DELIVERED              VALUE "OK".
000190         88  EVAK-FAILED                 VALUE "NO".
000200     05  FILLER                      PIC X(01).
000210     05  EVAK-REASON                 PIC X(30).
