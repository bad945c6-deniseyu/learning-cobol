000010*RPS LEAGUE PLAYER REGISTER RECORD (RPSPLAYR) - ONE PER
000020*REGISTERED PLAYER, HELD IN PLAYER-ID ORDER AND MAINTAINED ONLY
000030*BY RPS-PLAYER-MAINT FROM THE RPSPLYTX DECK.  THE PLAYER ID IS
000040*THE 8-CHARACTER ID PLAYED ON LEAGUE ROUNDS AND KEYED ON
000050*RPSRATE.  STATUS "A" = ACTIVE, "S" = SUSPENDED, "R" = RETIRED;
000060*ONLY AN ACTIVE PLAYER MAY APPEAR ON A LEAGUE ROUND.  THE STATUS
000070*DATE IS THE DAY THE CURRENT STATUS WAS SET.
000080 01  RPS-PLAYER-REG-RECORD.
000090     05  PLR-ID               PIC X(08).
000100     05  FILLER               PIC X(01).
000110     05  PLR-NAME             PIC X(20).
000120     05  FILLER               PIC X(01).
000130     05  PLR-REGISTERED       PIC 9(08).
000140     05  FILLER               PIC X(01).
000150     05  PLR-STATUS           PIC X(01).
000160         88  PLR-ACTIVE           VALUE "A".
000170         88  PLR-SUSPENDED        VALUE "S".
000180         88  PLR-RETIRED          VALUE "R".
000190         88  PLR-STATUS-VALID     VALUE "A" "S" "R".
000200     05  FILLER               PIC X(01).
000210     05  PLR-STATUS-DATE      PIC 9(08).
