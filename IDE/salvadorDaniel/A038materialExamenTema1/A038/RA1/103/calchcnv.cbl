000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCHCNV.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 21/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 21/09/2026 JF    Programa original: conversio de l'historic
000130*                  d'auditoria a l'organitzacio amb claus
000140*                  alternatives (data i operador, amb duplicats).
000150*                  Recarrega l'historic antic (AUDHANT) en un
000160*                  historic nou i buit (AUDHIST). Els registres
000170*                  curts, anteriors a les reversions, es completen
000180*                  amb tipus en blanc, sense marca de revertit i
000190*                  sense enllac.
000192* 23/09/2026 JF    Historic ampliat amb la versio de taxa
000194*                  aplicada: es carreguen registres de 77 a 115
000196*                  caracters; els de 99 o menys queden amb data
000198*                  d'inici i valor de taxa a zero.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT Fitxer-Antic ASSIGN TO AUDHANT
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS Ant-Clau
000290         FILE STATUS IS Fs-Antic.
000300
000310     SELECT Fitxer-Historic ASSIGN TO AUDHIST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS Hist-Clau
000350         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
000370         FILE STATUS IS Fs-Historic.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000417* HISTORIC ANTIC: NOMES CLAU PRIMARIA. EL REGISTRE CURT (77)
000424* NO PORTA EL TIPUS, EL REVERTIT NI L'ENLLAC DE LES REVERSIONS;
000431* EL DE 99 NO PORTA LA VERSIO DE TAXA APLICADA
000440*----------------------------------------------------------------
000450 FD  Fitxer-Antic
000460     RECORD IS VARYING IN SIZE FROM 77 TO 115 CHARACTERS
000470         DEPENDING ON Longitud-Antic.
000480 01  Reg-Antic.
000490     05  Ant-Clau.
000500         10  Ant-Run-Id      PIC 9(14).
000510         10  Ant-Seq         PIC 9(06).
000520     05  Ant-Dades           PIC X(57).
000530     05  Ant-Ampliacio       PIC X(22).
000535     05  Ant-Taxa-Aplicada   PIC X(16).
000540
000550 FD  Fitxer-Historic.
000560 01  Reg-Historic.
000570     05  Hist-Clau.
000580         10  Hist-Run-Id     PIC 9(14).
000590         10  Hist-Seq        PIC 9(06).
000600     05  Hist-Data           PIC 9(08).
000610     05  Hist-Hora           PIC 9(06).
000620     05  Hist-Opcio          PIC 9.
000630     05  Hist-Num1           PIC S9(7)V99
000640                              SIGN IS LEADING SEPARATE CHARACTER.
000650     05  Hist-Num2           PIC S9(7)V99
000660                              SIGN IS LEADING SEPARATE CHARACTER.
000670     05  Hist-Resultat       PIC S9(7)V99
000680                              SIGN IS LEADING SEPARATE CHARACTER.
000690     05  Hist-Codi-Taxa      PIC X(04).
000700     05  Hist-Operador       PIC X(08).
000710     05  Hist-Tipus          PIC X(01).
000720         88  Hist-Es-Reversio        VALUE "R".
000730     05  Hist-Revertit       PIC X(01).
000740         88  Hist-Es-Revertit        VALUE "S".
000750     05  Hist-Enllac.
000760         10  Hist-Enllac-Run-Id PIC 9(14).
000770         10  Hist-Enllac-Seq PIC 9(06).
000772     05  Hist-Taxa-Inici     PIC 9(08).
000774     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000776                              SIGN IS LEADING SEPARATE CHARACTER.
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* INDICADORS D'ESTAT DE FITXERS
000820*----------------------------------------------------------------
000830 01  Fs-Antic            PIC X(02).
000840     88  Fs-Antic-Ok             VALUE "00".
000850 01  Fs-Historic         PIC X(02).
000860     88  Fs-Historic-Ok          VALUE "00".
000870     88  Fs-Historic-Inexistent  VALUE "35".
000880
000890*----------------------------------------------------------------
000900* COMPTADORS I INDICADORS DE CONTROL
000910*----------------------------------------------------------------
000920 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
000930     88  Fi-Fitxer                   VALUE "S".
000940 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000950     88  Error-Fatal                 VALUE "S".
000960 77  Longitud-Antic  PIC 9(04) COMP VALUE ZERO.
000965 77  Longitud-Reversio PIC 9(04) COMP VALUE 99.
000970 77  Comptador-Llegits           PIC 9(07) COMP VALUE ZERO.
000980 77  Comptador-Escrits           PIC 9(07) COMP VALUE ZERO.
000990 77  Comptador-Completats        PIC 9(07) COMP VALUE ZERO.
000995 77  Comptador-Sense-Taxa        PIC 9(07) COMP VALUE ZERO.
001000 77  Comptador-Rebutjats         PIC 9(07) COMP VALUE ZERO.
001010 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001020
001030 PROCEDURE DIVISION.
001040*=================================================================
001050* 0000-MAINLINE
001060*=================================================================
001070 0000-MAINLINE.
001080     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
001090     IF NOT Error-Fatal
001100         PERFORM 2000-PROCES THRU 2000-EXIT
001110     END-IF.
001120     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
001130     MOVE Codi-Retorn TO RETURN-CODE.
001140     STOP RUN.
001150
001160*=================================================================
001170* 1000-INICIALITZAR - Obre l'historic antic i crea el nou. El
001180*                     nou ha de ser inexistent o buit: la
001190*                     conversio mai no trepitja un historic
001200*                     amb dades
001210*=================================================================
001220 1000-INICIALITZAR.
001230     DISPLAY "CALCHCNV - Conversio de l'historic d'auditoria".
001240     PERFORM 1100-COMPROVAR-DESTI THRU 1100-EXIT.
001250     IF Error-Fatal
001260         GO TO 1000-EXIT
001270     END-IF.
001280     OPEN INPUT Fitxer-Antic.
001290     IF NOT Fs-Antic-Ok
001300         DISPLAY "CALCHCNV: historic antic no obert. Status: "
001310             Fs-Antic
001320         SET Error-Fatal TO TRUE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     OPEN OUTPUT Fitxer-Historic.
001360     IF NOT Fs-Historic-Ok
001370         DISPLAY "CALCHCNV: historic nou no creat. Status: "
001380             Fs-Historic
001390         SET Error-Fatal TO TRUE
001400     END-IF.
001410 1000-EXIT.
001420     EXIT.
001430
001440*=================================================================
001450* 1100-COMPROVAR-DESTI - L'historic nou no pot tenir registres
001460*                        ni ser encara l'historic antic
001470*=================================================================
001480 1100-COMPROVAR-DESTI.
001490     OPEN INPUT Fitxer-Historic.
001500     IF Fs-Historic-Inexistent
001510         GO TO 1100-EXIT
001520     END-IF.
001530     IF NOT Fs-Historic-Ok
001540         DISPLAY "CALCHCNV: l'historic nou no te l'organitzacio "
001550             "esperada. Status: " Fs-Historic
001560         SET Error-Fatal TO TRUE
001570         GO TO 1100-EXIT
001580     END-IF.
001590     READ Fitxer-Historic
001600         AT END
001610             SET Fi-Fitxer TO TRUE
001620     END-READ.
001630     CLOSE Fitxer-Historic.
001640     IF Fi-Fitxer
001650         MOVE "N" TO Sw-FiFitxer
001660     ELSE
001670         DISPLAY "CALCHCNV: l'historic nou ja te registres; "
001680             "conversio no feta"
001690         SET Error-Fatal TO TRUE
001700     END-IF.
001710 1100-EXIT.
001720     EXIT.
001730
001740*=================================================================
001750* 2000-PROCES - Copia cada registre de l'historic antic al nou,
001760*               en ordre de clau
001770*=================================================================
001780 2000-PROCES.
001790     PERFORM 2100-LLEGIR-ANTIC THRU 2100-EXIT.
001800     PERFORM 2200-CONVERTIR-REGISTRE THRU 2200-EXIT
001810         UNTIL Fi-Fitxer OR Error-Fatal.
001820 2000-EXIT.
001830     EXIT.
001840
001850 2100-LLEGIR-ANTIC.
001860     READ Fitxer-Antic
001870         AT END
001880             SET Fi-Fitxer TO TRUE
001890     END-READ.
001900     IF NOT Fi-Fitxer AND NOT Fs-Antic-Ok
001910         DISPLAY "CALCHCNV: lectura fallida (historic antic). "
001920             "Status: " Fs-Antic
001930         SET Error-Fatal TO TRUE
001940     END-IF.
001950 2100-EXIT.
001960     EXIT.
001970
001980*=================================================================
001988* 2200-CONVERTIR-REGISTRE - Un registre curt es completa amb
001996*                           els valors d'un registre normal
002004*                           (no reversio, no revertit) i sense
002012*                           versio de taxa (zeros)
002020*=================================================================
002030 2200-CONVERTIR-REGISTRE.
002040     ADD 1 TO Comptador-Llegits.
002050     MOVE Reg-Antic TO Reg-Historic.
002060     IF Longitud-Antic < Longitud-Reversio
002070         MOVE SPACE TO Hist-Tipus
002080         MOVE "N"   TO Hist-Revertit
002090         MOVE ZERO  TO Hist-Enllac-Run-Id
002100                       Hist-Enllac-Seq
002103         ADD 1 TO Comptador-Completats
002106     END-IF.
002109     IF Longitud-Antic < LENGTH OF Reg-Antic
002112         MOVE ZERO  TO Hist-Taxa-Inici
002115                       Hist-Taxa-Valor
002118         ADD 1 TO Comptador-Sense-Taxa
002121     END-IF.
002130     WRITE Reg-Historic
002140         INVALID KEY
002150             DISPLAY "CALCHCNV: registre rebutjat. Clau: "
002160                 Hist-Run-Id " " Hist-Seq " Status: " Fs-Historic
002170             ADD 1 TO Comptador-Rebutjats
002180         NOT INVALID KEY
002190             ADD 1 TO Comptador-Escrits
002200     END-WRITE.
002210     IF NOT Fs-Historic-Ok AND Fs-Historic (1:1) NOT = "2"
002220         DISPLAY "CALCHCNV: escriptura fallida (historic nou). "
002230             "Status: " Fs-Historic
002240         SET Error-Fatal TO TRUE
002250         GO TO 2200-EXIT
002260     END-IF.
002270     PERFORM 2100-LLEGIR-ANTIC THRU 2100-EXIT.
002280 2200-EXIT.
002290     EXIT.
002300
002310*=================================================================
002320* 9000-FINALITZAR - Resum i tancament. Codi 8 si no s'han
002330*                   escrit tots els registres llegits
002340*=================================================================
002350 9000-FINALITZAR.
002360     CLOSE Fitxer-Antic.
002370     CLOSE Fitxer-Historic.
002380     DISPLAY "Registres llegits:    " Comptador-Llegits.
002390     DISPLAY "Registres escrits:    " Comptador-Escrits.
002400     DISPLAY "Registres completats: " Comptador-Completats.
002405     DISPLAY "Registres sense taxa: " Comptador-Sense-Taxa.
002410     DISPLAY "Registres rebutjats:  " Comptador-Rebutjats.
002420     EVALUATE TRUE
002430         WHEN Error-Fatal
002440             MOVE 12 TO Codi-Retorn
002450         WHEN Comptador-Escrits NOT = Comptador-Llegits
002460             MOVE 8 TO Codi-Retorn
002470         WHEN OTHER
002480             MOVE ZERO TO Codi-Retorn
002490     END-EVALUATE.
002500     DISPLAY "CALCHCNV finalitzat.".
002510 9000-EXIT.
002520     EXIT.
