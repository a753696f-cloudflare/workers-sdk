000010*===============================================================*
000020* TARFREC.CPY                                                    *
000030*                                                                *
000040* RECORD LAYOUT FOR THE WRKTARIF API TARIFF FILE, MAINTAINED BY  *
000050* FINANCE AND READ BY THE MONTHLY WRKBILL RUN. ONE LINE PER      *
000060* ENDPOINT CATEGORY - ACCT, HEALTH, ROOT, APPROVE OR OTHER, THE  *
000070* SAME BUCKETS WORKER CHECKS ENTITLEMENTS AGAINST - AND EVERY    *
000080* CATEGORY MUST HAVE ITS LINE (A RATE OF ZERO IS A PRICE). EACH  *
000090* LINE CARRIES A PER-CALL RATE FOR EACH OUTCOME OF A CALL:       *
000100* SUCCESSFUL (2XX), REFUSED (4XX OTHER THAN 429), THROTTLED      *
000110* (429) AND FAILED (5XX). THE INCLUDED VOLUME IS THE NUMBER OF   *
000120* SUCCESSFUL CALLS IN THE CATEGORY A CLIENT MAY MAKE EACH MONTH  *
000130* BEFORE THE SUCCESS RATE APPLIES; THE OTHER OUTCOMES ARE        *
000140* PRICED FROM THE FIRST CALL. RATES ARE IN CURRENCY UNITS TO     *
000150* FOUR DECIMAL PLACES. A LINE STARTING WITH AN ASTERISK IS A     *
000160* COMMENT.                                                       *
000170*                                                                *
000180* MODIFICATION HISTORY                                          *
000190*   2026-10-15  DL100  INITIAL VERSION.                         *
000200*===============================================================*
000210 01  TARF-RECORD.
000220     05  TARF-CATEGORY               PIC X(07).
000230     05  FILLER                      PIC X(01).
000240     05  TARF-INCLUDED               PIC 9(07).
000250     05  FILLER                      PIC X(01).
000260     05  TARF-SUCCESS-RATE           PIC 9(03)V9(04).
000270     05  FILLER                      PIC X(01).
000280     05  TARF-REFUSED-RATE           PIC 9(03)V9(04).
000290     05  FILLER                      PIC X(01).
000300     05  TARF-THROTTLED-RATE         PIC 9(03)V9(04).
000310     05  FILLER                      PIC X(01).
000320     05  TARF-FAILED-RATE            PIC 9(03)V9(04).
000330     05  FILLER                      PIC X(01).
000340     05  TARF-DESCRIPTION            PIC X(30).
