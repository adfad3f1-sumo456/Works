000160* 18/08/2026 JF    Operador al registre d'historic.
000170* 21/08/2026 JF    Sequencia ampliada a 9(6); titol de l'estat
000180*                  mensual a mida completa.
000181* 16/09/2026 JF    Registre d'historic ampliat amb el tipus, la
000182*                  marca de revertit i l'enllac de les reversions;
000183*                  l'import de la reversio compensa el subtotal
000184*                  de l'operacio i es dona a part la linia
000185*                  REVERSIONS.
000186* 21/09/2026 JF    AUDHIST amb claus alternatives: el mes es
000187*                  llegeix per la clau de data des del primer dia
000188*                  i la lectura s'atura en acabar el mes; la purga
000189*                  es fa a part, per la mateixa clau, fins a la
000190*                  data de tall. Ja no es recorre tot l'historic.
000191* 23/09/2026 JF    Registre de l'historic ampliat amb la versio
000192*                  de taxa aplicada (data d'inici i valor).
000193*----------------------------------------------------------------
000200 
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS Hist-Clau
000273         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
000276         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
000280         FILE STATUS IS Fs-Historic.
000290 
000300     SELECT Fitxer-Estat ASSIGN TO CONSRPT
000490                              SIGN IS LEADING SEPARATE CHARACTER.
000500     05  Hist-Codi-Taxa      PIC X(04).
000510     05  Hist-Operador       PIC X(08).
000511     05  Hist-Tipus          PIC X(01).
000512         88  Hist-Es-Reversio        VALUE "R".
000513     05  Hist-Revertit       PIC X(01).
000514         88  Hist-Es-Revertit        VALUE "S".
000515     05  Hist-Enllac.
000516         10  Hist-Enllac-Run-Id PIC 9(14).
000517         10  Hist-Enllac-Seq PIC 9(06).
000518     05  Hist-Taxa-Inici     PIC 9(08).
000519     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000520                              SIGN IS LEADING SEPARATE CHARACTER.
000521 
000530 FD  Fitxer-Estat.
000540 01  Linia-Estat             PIC X(100).
000550 
000590*----------------------------------------------------------------
000600 01  Mes-Consolidacio    PIC 9(06).
000610 01  Data-Tall           PIC 9(08).
000612 01  Data-Inici-Mes.
000614     05  Dim-Any-Mes     PIC 9(06).
000616     05  Dim-Dia         PIC 9(02)   VALUE 01.
000618 01  Data-Inici-Mes-N REDEFINES Data-Inici-Mes PIC 9(08).
000620 
000630*----------------------------------------------------------------
000640* INDICADORS D'ESTAT DE FITXERS
000800 77  Comptador-Mes               PIC 9(07) COMP VALUE ZERO.
000810 77  Comptador-Purgats           PIC 9(07) COMP VALUE ZERO.
000820 77  Total-Mes       PIC S9(13)V99 COMP VALUE ZERO.
000823 77  Comptador-Reversions        PIC 9(07) COMP VALUE ZERO.
000826 77  Import-Reversions PIC S9(11)V99 COMP VALUE ZERO.
000830 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000840 
000850*----------------------------------------------------------------
001780     END-IF.
001790     PERFORM 1100-NETEJAR-SUBTOTAL THRU 1100-EXIT
001800         VARYING Ind-Op FROM 1 BY 1 UNTIL Ind-Op > 9.
001860 1000-EXIT.
001870     EXIT.
001880 
001930     EXIT.
001940 
001950*=================================================================
001960* 2000-PROCES - Acumula el mes demanat, llegit per la clau de
001965*               data a partir del primer dia del mes, i despres
001970*               purga els registres anteriors a la data de tall
001980*=================================================================
001990 2000-PROCES.
001991     MOVE Mes-Consolidacio TO Dim-Any-Mes.
001992     MOVE Data-Inici-Mes-N TO Hist-Data.
001993     START Fitxer-Historic KEY IS NOT LESS THAN Hist-Data
001994         INVALID KEY
001995             SET Fi-Fitxer TO TRUE
001996     END-START.
002000     IF NOT Fi-Fitxer
002010         PERFORM 2100-LLEGIR-HISTORIC THRU 2100-EXIT
002020     END-IF.
002030     PERFORM 2200-TRACTAR-REGISTRE THRU 2200-EXIT
002040         UNTIL Fi-Fitxer OR Error-Fatal.
002042     IF Data-Tall NOT = ZERO AND NOT Error-Fatal
002044         PERFORM 2500-PURGAR THRU 2500-EXIT
002046     END-IF.
002050 2000-EXIT.
002060     EXIT.
002070 
002090     READ Fitxer-Historic NEXT RECORD
002100         AT END
002110             SET Fi-Fitxer TO TRUE
002115             GO TO 2100-EXIT
002120     END-READ.
002122     IF Hist-Data (1:6) NOT = Mes-Consolidacio
002124         SET Fi-Fitxer TO TRUE
002126     END-IF.
002130 2100-EXIT.
002140     EXIT.
002150 
002160 2200-TRACTAR-REGISTRE.
002170     ADD 1 TO Comptador-Llegits.
002180     ADD 1 TO Comptador-Mes.
002190     ADD Hist-Resultat TO Total-Mes.
002200     IF Hist-Opcio >= 1 AND Hist-Opcio <= 9
002210         IF NOT Hist-Es-Reversio
002220             ADD 1         TO Sub-Comptador (Hist-Opcio)
002240         END-IF
002245         ADD Hist-Resultat TO Sub-Import (Hist-Opcio)
002250     END-IF.
002260     IF Hist-Es-Reversio
002270         ADD 1             TO Comptador-Reversions
002280         ADD Hist-Resultat TO Import-Reversions
002370     END-IF.
002380     PERFORM 2100-LLEGIR-HISTORIC THRU 2100-EXIT.
002390 2200-EXIT.
002530     WRITE Linia-Estat.
002540     PERFORM 3100-ESCRIURE-SUBTOTAL THRU 3100-EXIT
002550         VARYING Ind-Op FROM 1 BY 1 UNTIL Ind-Op > 9.
002551     IF Comptador-Reversions > ZERO
002552         MOVE "REVERSIONS"         TO Sub-Nom
002553         MOVE Comptador-Reversions TO Sub-Ed-Comptador
002554         MOVE Import-Reversions    TO Sub-Ed-Import
002555         WRITE Linia-Estat FROM Linia-Subtotal
002556     END-IF.
002560     MOVE SPACES TO Linia-Estat.
002570     WRITE Linia-Estat.
002580     MOVE Comptador-Mes TO Tot-Ed-Comptador.
002930     DISPLAY "CALCCONS finalitzat.".
002940 9000-EXIT.
002950     EXIT.
002960
002970*=================================================================
002980* 2500-PURGAR - Purga per la clau de data, des del registre mes
002990*               antic fins a la data de tall
003000*=================================================================
003010 2500-PURGAR.
003020     MOVE "N"  TO Sw-FiFitxer.
003030     MOVE ZERO TO Hist-Data.
003040     START Fitxer-Historic KEY IS NOT LESS THAN Hist-Data
003050         INVALID KEY
003060             SET Fi-Fitxer TO TRUE
003070     END-START.
003080     IF NOT Fi-Fitxer
003090         PERFORM 2600-LLEGIR-PURGA THRU 2600-EXIT
003100     END-IF.
003110     PERFORM 2700-PURGAR-REGISTRE THRU 2700-EXIT
003120         UNTIL Fi-Fitxer OR Error-Fatal.
003130 2500-EXIT.
003140     EXIT.
003150
003160 2600-LLEGIR-PURGA.
003170     READ Fitxer-Historic NEXT RECORD
003180         AT END
003190             SET Fi-Fitxer TO TRUE
003200             GO TO 2600-EXIT
003210     END-READ.
003220     IF Hist-Data NOT < Data-Tall
003230         SET Fi-Fitxer TO TRUE
003240     END-IF.
003250 2600-EXIT.
003260     EXIT.
003270
003280 2700-PURGAR-REGISTRE.
003290     ADD 1 TO Comptador-Llegits.
003300     DELETE Fitxer-Historic
003310         INVALID KEY
003320             DISPLAY "CALCCONS: purga fallida. Status: "
003330                 Fs-Historic
003340             SET Error-Fatal TO TRUE
003350             GO TO 2700-EXIT
003360     END-DELETE.
003370     ADD 1 TO Comptador-Purgats.
003380     PERFORM 2600-LLEGIR-PURGA THRU 2600-EXIT.
003390 2700-EXIT.
003400     EXIT.
