000202* 01/09/2026 JF    Els intents d'identificacio (amb exit o no)
000204*                  s'anoten al registre de seguretat (SECFILE)
000206*                  amb mode M, com fa la calculadora.
000207* 10/09/2026 JF    Limit d'import per operador (0 = sense
000208*                  limit): es demana a l'alta i a la modificacio,
000209*                  es mostra i surt al llistat. Els resultats de
000210*                  la calculadora per sobre del limit queden
000211*                  pendents d'aprovacio.
000212* 30/09/2026 JF    El mestre existent de registres de 32
000213*                  caracters es recarrega al registre amb limit
000214*                  d'import (limit zero) amb CALCOCNV abans de
000215*                  posar en servei aquesta versio.
000216*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000410         88  Opr-Es-Actiu            VALUE "S".
000420     05  Opr-Aut-Sup         PIC X(01).
000430         88  Opr-Es-Supervisor       VALUE "S".
000431     05  Opr-Limit-Import    PIC S9(7)V99
000432                              SIGN IS LEADING SEPARATE CHARACTER.
000433
000434 FD  Fitxer-Seguretat.
000435 01  Reg-Seguretat.
000436     05  Seg-Data            PIC 9(08).
000666 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
000670 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
000680 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000685 77  Limit-Editat    PIC Z(6)9.99.
000690
000700 PROCEDURE DIVISION.
000710*=================================================================
002530         INVALID KEY
002540             SET Fi-Fitxer TO TRUE
002550     END-START.
002560     DISPLAY "CODI     NOM                  INT LOT SUP ACTIU"
002565         "       LIMIT".
002570     PERFORM 3350-LLISTAR-OPERADOR THRU 3350-EXIT
002580         UNTIL Fi-Fitxer.
002590     DISPLAY "Operadors llistats: " Comptador-Llistats.
002650         AT END
002660             SET Fi-Fitxer TO TRUE
002670         NOT AT END
002675             MOVE Opr-Limit-Import TO Limit-Editat
002680             DISPLAY Opr-Id " " Opr-Nom " " Opr-Aut-Int "   "
002690                 Opr-Aut-Lot "   " Opr-Aut-Sup "   " Opr-Actiu
002695                 "     " Limit-Editat
002700             ADD 1 TO Comptador-Llistats
002710     END-READ.
002720 3350-EXIT.
002820     DISPLAY "  Aut. lot:        " Opr-Aut-Lot.
002830     DISPLAY "  Aut. supervisor: " Opr-Aut-Sup.
002840     DISPLAY "  Actiu:           " Opr-Actiu.
002843     MOVE Opr-Limit-Import TO Limit-Editat.
002846     DISPLAY "  Limit d'import:  " Limit-Editat.
002850 3400-EXIT.
002860     EXIT.
002870
002970     ACCEPT Opr-Aut-Lot.
002980     DISPLAY "Autoritzacio supervisor? (S/N): ".
002990     ACCEPT Opr-Aut-Sup.
002991     DISPLAY "Limit d'import (0 = sense limit): ".
002992     ACCEPT Opr-Limit-Import.
002993     IF Opr-Limit-Import < ZERO
002994         MOVE ZERO TO Opr-Limit-Import
002995     END-IF.
003000 3500-EXIT.
003010     EXIT.
003011
