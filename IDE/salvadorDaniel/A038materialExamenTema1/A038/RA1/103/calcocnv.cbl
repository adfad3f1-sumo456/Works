000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCOCNV.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 30/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 30/09/2026 JF    Programa original: conversio del fitxer mestre
000130*                  d'operadors al registre amb limit d'import.
000140*                  Recarrega el mestre antic (OPRANT, registres de
000150*                  32 caracters) en un mestre nou i buit (OPRFILE)
000160*                  amb el limit d'import a zero (sense limit).
000170*                  S'ha d'executar una sola vegada, abans que cap
000180*                  altre programa obri el mestre nou.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT Fitxer-Antic ASSIGN TO OPRANT
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS Ant-Id
000280         FILE STATUS IS Fs-Antic.
000290
000300     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS Opr-Id
000340         FILE STATUS IS Fs-Operadors.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380*----------------------------------------------------------------
000390* MESTRE ANTIC: SENSE LIMIT D'IMPORT
000400*----------------------------------------------------------------
000410 FD  Fitxer-Antic.
000420 01  Reg-Antic.
000430     05  Ant-Id              PIC X(08).
000440     05  Ant-Dades           PIC X(24).
000450
000460 FD  Fitxer-Operadors.
000470 01  Reg-Operador.
000480     05  Opr-Id              PIC X(08).
000490     05  Opr-Nom             PIC X(20).
000500     05  Opr-Aut-Int         PIC X(01).
000510     05  Opr-Aut-Lot         PIC X(01).
000520     05  Opr-Actiu           PIC X(01).
000530         88  Opr-Es-Actiu            VALUE "S".
000540     05  Opr-Aut-Sup         PIC X(01).
000550         88  Opr-Es-Supervisor       VALUE "S".
000560     05  Opr-Limit-Import    PIC S9(7)V99
000570                              SIGN IS LEADING SEPARATE CHARACTER.
000580
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------
000610* INDICADORS D'ESTAT DE FITXERS
000620*----------------------------------------------------------------
000630 01  Fs-Antic            PIC X(02).
000640     88  Fs-Antic-Ok             VALUE "00".
000650 01  Fs-Operadors        PIC X(02).
000660     88  Fs-Operadors-Ok         VALUE "00".
000670     88  Fs-Operadors-Inexistent VALUE "35".
000680
000690*----------------------------------------------------------------
000700* COMPTADORS I INDICADORS DE CONTROL
000710*----------------------------------------------------------------
000720 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
000730     88  Fi-Fitxer                   VALUE "S".
000740 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000750     88  Error-Fatal                 VALUE "S".
000760 77  Comptador-Llegits           PIC 9(07) COMP VALUE ZERO.
000770 77  Comptador-Escrits           PIC 9(07) COMP VALUE ZERO.
000780 77  Comptador-Supervisors       PIC 9(07) COMP VALUE ZERO.
000790 77  Comptador-Rebutjats         PIC 9(07) COMP VALUE ZERO.
000800 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000810
000820 PROCEDURE DIVISION.
000830*=================================================================
000840* 0000-MAINLINE
000850*=================================================================
000860 0000-MAINLINE.
000870     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
000880     IF NOT Error-Fatal
000890         PERFORM 2000-PROCES THRU 2000-EXIT
000900     END-IF.
000910     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
000920     MOVE Codi-Retorn TO RETURN-CODE.
000930     STOP RUN.
000940
000950*=================================================================
000960* 1000-INICIALITZAR - Obre el mestre antic i crea el nou. El nou
000970*                     ha de ser inexistent o buit: la conversio
000980*                     mai no trepitja un mestre amb dades
000990*=================================================================
001000 1000-INICIALITZAR.
001010     DISPLAY "CALCOCNV - Conversio del mestre d'operadors".
001020     PERFORM 1100-COMPROVAR-DESTI THRU 1100-EXIT.
001030     IF Error-Fatal
001040         GO TO 1000-EXIT
001050     END-IF.
001060     OPEN INPUT Fitxer-Antic.
001070     IF NOT Fs-Antic-Ok
001080         DISPLAY "CALCOCNV: mestre antic no obert. Status: "
001090             Fs-Antic
001100         SET Error-Fatal TO TRUE
001110         GO TO 1000-EXIT
001120     END-IF.
001130     OPEN OUTPUT Fitxer-Operadors.
001140     IF NOT Fs-Operadors-Ok
001150         DISPLAY "CALCOCNV: mestre nou no creat. Status: "
001160             Fs-Operadors
001170         SET Error-Fatal TO TRUE
001180     END-IF.
001190 1000-EXIT.
001200     EXIT.
001210
001220*=================================================================
001230* 1100-COMPROVAR-DESTI - El mestre nou no pot tenir registres ni
001240*                        ser encara el mestre antic
001250*=================================================================
001260 1100-COMPROVAR-DESTI.
001270     OPEN INPUT Fitxer-Operadors.
001280     IF Fs-Operadors-Inexistent
001290         GO TO 1100-EXIT
001300     END-IF.
001310     IF NOT Fs-Operadors-Ok
001320         DISPLAY "CALCOCNV: el mestre nou no te l'organitzacio "
001330             "esperada. Status: " Fs-Operadors
001340         SET Error-Fatal TO TRUE
001350         GO TO 1100-EXIT
001360     END-IF.
001370     READ Fitxer-Operadors
001380         AT END
001390             SET Fi-Fitxer TO TRUE
001400     END-READ.
001410     CLOSE Fitxer-Operadors.
001420     IF Fi-Fitxer
001430         MOVE "N" TO Sw-FiFitxer
001440     ELSE
001450         DISPLAY "CALCOCNV: el mestre nou ja te registres; "
001460             "conversio no feta"
001470         SET Error-Fatal TO TRUE
001480     END-IF.
001490 1100-EXIT.
001500     EXIT.
001510
001520*=================================================================
001530* 2000-PROCES - Copia cada operador del mestre antic al nou, en
001540*               ordre de clau
001550*=================================================================
001560 2000-PROCES.
001570     PERFORM 2100-LLEGIR-ANTIC THRU 2100-EXIT.
001580     PERFORM 2200-CONVERTIR-REGISTRE THRU 2200-EXIT
001590         UNTIL Fi-Fitxer OR Error-Fatal.
001600 2000-EXIT.
001610     EXIT.
001620
001630 2100-LLEGIR-ANTIC.
001640     READ Fitxer-Antic
001650         AT END
001660             SET Fi-Fitxer TO TRUE
001670     END-READ.
001680     IF NOT Fi-Fitxer AND NOT Fs-Antic-Ok
001690         DISPLAY "CALCOCNV: lectura fallida (mestre antic). "
001700             "Status: " Fs-Antic
001710         SET Error-Fatal TO TRUE
001720     END-IF.
001730 2100-EXIT.
001740     EXIT.
001750
001760*=================================================================
001770* 2200-CONVERTIR-REGISTRE - Les dades de l'operador passen igual;
001780*                           el limit d'import queda a zero (sense
001790*                           limit) fins que un supervisor el fixi
001800*                           amb CALCOPER
001810*=================================================================
001820 2200-CONVERTIR-REGISTRE.
001830     ADD 1 TO Comptador-Llegits.
001840     MOVE SPACES    TO Reg-Operador.
001850     MOVE Reg-Antic TO Reg-Operador (1:32).
001860     MOVE ZERO      TO Opr-Limit-Import.
001870     WRITE Reg-Operador
001880         INVALID KEY
001890             DISPLAY "CALCOCNV: registre rebutjat. Clau: "
001900                 Opr-Id " Status: " Fs-Operadors
001910             ADD 1 TO Comptador-Rebutjats
001920         NOT INVALID KEY
001930             ADD 1 TO Comptador-Escrits
001940             IF Opr-Es-Actiu AND Opr-Es-Supervisor
001950                 ADD 1 TO Comptador-Supervisors
001960             END-IF
001970     END-WRITE.
001980     IF NOT Fs-Operadors-Ok AND Fs-Operadors (1:1) NOT = "2"
001990         DISPLAY "CALCOCNV: escriptura fallida (mestre nou). "
002000             "Status: " Fs-Operadors
002010         SET Error-Fatal TO TRUE
002020         GO TO 2200-EXIT
002030     END-IF.
002040     PERFORM 2100-LLEGIR-ANTIC THRU 2100-EXIT.
002050 2200-EXIT.
002060     EXIT.
002070
002080*=================================================================
002090* 9000-FINALITZAR - Resum i tancament. Codi 8 si no s'han
002100*                   escrit tots els operadors llegits
002110*=================================================================
002120 9000-FINALITZAR.
002130     CLOSE Fitxer-Antic.
002140     CLOSE Fitxer-Operadors.
002150     DISPLAY "Operadors llegits:      " Comptador-Llegits.
002160     DISPLAY "Operadors escrits:      " Comptador-Escrits.
002170     DISPLAY "Supervisors actius:     " Comptador-Supervisors.
002180     DISPLAY "Operadors rebutjats:    " Comptador-Rebutjats.
002190     EVALUATE TRUE
002200         WHEN Error-Fatal
002210             MOVE 12 TO Codi-Retorn
002220         WHEN Comptador-Escrits NOT = Comptador-Llegits
002230             MOVE 8 TO Codi-Retorn
002240         WHEN OTHER
002250             MOVE ZERO TO Codi-Retorn
002260     END-EVALUATE.
002270     DISPLAY "CALCOCNV finalitzat.".
002280 9000-EXIT.
002290     EXIT.
