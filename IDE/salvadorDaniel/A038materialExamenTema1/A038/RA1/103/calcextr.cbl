000183*                  generat s'hi anota amb data, recompte i total
000184*                  de control, perque CALCACK pugui conciliar
000185*                  les confirmacions de financament.
000186* 10/09/2026 JF    Aprovador al registre d'auditoria; l'extracte
000187*                  no el porta.
000188* 14/09/2026 JF    Data de negoci del registre de control
000189*                  BUSDATE (CALCDIA): nomes s'extreuen els
000190*                  registres d'auditoria d'aquell dia i el
000191*                  registre d'extractes s'anota amb aquesta data.
000192* 16/09/2026 JF    Columnes TIPUS, ORIG_RUN i ORIG_SEQ a
000193*                  l'extracte: una reversio porta R i l'enllac a
000194*                  l'original. El total de la cua ja en compensa
000195*                  l'import.
000196* 18/09/2026 JF    Verificacio de les cues de control de l'AUDFILE
000197*                  abans de l'extracte: es recalculen el recompte,
000198*                  el total i el hash de cada tram. Sense cua o
000199*                  amb un tram desquadrat no es fa res, es retorna
000200*                  codi 8 i s'anota a SECFILE (mode C).
000201* 23/09/2026 JF    Registre d'auditoria ampliat amb la versio de
000202*                  taxa aplicada (data d'inici i valor).
000203*----------------------------------------------------------------
000204 
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000304     SELECT Fitxer-Registre ASSIGN TO EXTREG
000306         ORGANIZATION IS LINE SEQUENTIAL
000308         FILE STATUS IS Fs-Registre.
000309
000310     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000311         ORGANIZATION IS LINE SEQUENTIAL
000312         FILE STATUS IS Fs-Data-Negoci.
000313 
000314     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000315         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS Fs-Seguretat.
000317 
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  Fitxer-Auditoria.
000540     05  FILLER              PIC X(01).
000550     05  Aud-Codi-Taxa       PIC X(04).
000560     05  FILLER              PIC X(01).
000561     05  Aud-Operador        PIC X(08).
000562     05  FILLER              PIC X(01).
000563     05  Aud-Aprovador       PIC X(08).
000564     05  FILLER              PIC X(01).
000565     05  Aud-Tipus           PIC X(01).
000566         88  Aud-Es-Reversio         VALUE "R".
000567     05  FILLER              PIC X(01).
000568     05  Aud-Orig-Run-Id     PIC 9(14).
000569     05  FILLER              PIC X(01).
000570     05  Aud-Orig-Seq        PIC 9(06).
000571     05  FILLER              PIC X(01).
000572     05  Aud-Taxa-Inici      PIC 9(08).
000573     05  FILLER              PIC X(01).
000574     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
000575                              SIGN IS LEADING SEPARATE CHARACTER.
000576 
000577 01  Reg-Control-Auditoria.
000578     05  Auc-Marca           PIC X(14).
000579         88  Auc-Es-Control          VALUE "CONTROL".
000580     05  FILLER              PIC X(01).
000581     05  Auc-Run-Id          PIC 9(14).
000582     05  FILLER              PIC X(01).
000583     05  Auc-Comptador       PIC 9(06).
000584     05  FILLER              PIC X(01).
000585     05  Auc-Total           PIC S9(13)V99
000586                              SIGN IS LEADING SEPARATE CHARACTER.
000587     05  FILLER              PIC X(01).
000588     05  Auc-Hash            PIC 9(09).
000589     05  FILLER              PIC X(01).
000590     05  Auc-Origen          PIC X(08).
000591     05  FILLER              PIC X(01).
000592     05  Auc-Recuperat       PIC X(01).
000593         88  Auc-Es-Recuperat        VALUE "S".
000594 
000595 FD  Fitxer-Extracte.
000600 01  Linia-Extracte          PIC X(130).
000602
000604 FD  Fitxer-Registre.
000610     05  Erg-Total           PIC S9(13)V99
000611                              SIGN IS LEADING SEPARATE CHARACTER.
000615 
000616 FD  Fitxer-Data-Negoci.
000617 01  Reg-Data-Negoci.
000618     05  Dng-Data            PIC 9(08).
000619     05  FILLER              PIC X(01).
000620     05  Dng-Estat           PIC X(01).
000621         88  Dng-Dia-Obert           VALUE "O".
000622         88  Dng-Dia-Tancat          VALUE "T".
000623     05  FILLER              PIC X(01).
000624     05  Dng-Data-Canvi      PIC 9(08).
000625     05  FILLER              PIC X(01).
000626     05  Dng-Hora-Canvi      PIC 9(06).
000627     05  FILLER              PIC X(01).
000628     05  Dng-Operador        PIC X(08).
000629 
000630 FD  Fitxer-Seguretat.
000631 01  Reg-Seguretat.
000632     05  Seg-Data            PIC 9(08).
000633     05  FILLER              PIC X(01).
000634     05  Seg-Hora            PIC 9(06).
000635     05  FILLER              PIC X(01).
000636     05  Seg-Operador        PIC X(08).
000637     05  FILLER              PIC X(01).
000638     05  Seg-Mode            PIC X(01).
000639     05  FILLER              PIC X(01).
000640     05  Seg-Resultat        PIC X(10).
000641
000642 WORKING-STORAGE SECTION.
000643*----------------------------------------------------------------
000644* INDICADORS D'ESTAT DE FITXERS
000650*----------------------------------------------------------------
000660 01  Fs-Auditoria        PIC X(02).
000670     88  Fs-Auditoria-Ok         VALUE "00".
000672 01  Fs-Seguretat        PIC X(02).
000674     88  Fs-Seguretat-Ok         VALUE "00".
000676     88  Fs-Seg-Inexistent       VALUE "35".
000680 01  Fs-Extracte         PIC X(02).
000690     88  Fs-Extracte-Ok          VALUE "00".
000692 01  Fs-Registre         PIC X(02).
000694     88  Fs-Registre-Ok          VALUE "00".
000696     88  Fs-Registre-Inexistent  VALUE "35".
000697 01  Fs-Data-Negoci      PIC X(02).
000698     88  Fs-Data-Negoci-Ok       VALUE "00".
000700 
000710*----------------------------------------------------------------
000720* COMPTADORS I INDICADORS DE CONTROL
000790 77  Total-Valor     PIC S9(13)V99 COMP VALUE ZERO.
000800 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000802 77  Data-Sistema                PIC 9(08) VALUE ZERO.
000803 77  Hora-Sistema                PIC 9(08) VALUE ZERO.
000804 77  Sw-Data-Negoci  PIC X(01)   VALUE "N".
000805     88  Data-Negoci-Llegida         VALUE "S".
000806 77  Comptador-Altres-Dies       PIC 9(06) COMP VALUE ZERO.
000810 
000820*----------------------------------------------------------------
000830* NOMS DE LES OPERACIONS PER A L'EXTRACTE
001020     05  FILLER          PIC X(51) VALUE
001030         "RUN;SEQ;DATA;HORA;OPERACIO;NUM1;NUM2;RESULTAT;TAXA;".
001040     05  FILLER          PIC X(08) VALUE "OPERADOR".
001043     05  FILLER          PIC X(24) VALUE
001046         ";TIPUS;ORIG_RUN;ORIG_SEQ".
001050 
001060 01  Linia-Ext-Detall.
001070     05  Ext-Run         PIC 9(14).
001230     05  Ext-Codi-Taxa   PIC X(04).
001240     05  FILLER          PIC X(01) VALUE ";".
001250     05  Ext-Operador    PIC X(08).
001251     05  FILLER          PIC X(01) VALUE ";".
001252     05  Ext-Tipus       PIC X(01).
001253     05  FILLER          PIC X(01) VALUE ";".
001254     05  Ext-Orig-Run    PIC X(14).
001255     05  FILLER          PIC X(01) VALUE ";".
001256     05  Ext-Orig-Seq    PIC X(06).
001260 
001270 01  Linia-Ext-Cua.
001280     05  FILLER          PIC X(02) VALUE "T;".
001300     05  FILLER          PIC X(01) VALUE ";".
001310     05  Ext-Cua-Total   PIC -(12)9.99.
001320 
001321*----------------------------------------------------------------
001322* VERIFICACIO DE LES CUES DE CONTROL DE L'AUDITORIA
001323*----------------------------------------------------------------
001324 77  Sw-Control      PIC X(01)   VALUE "N".
001325     88  Auditoria-Alterada          VALUE "S".
001326 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
001327 77  Comptador-Trams             PIC 9(06) COMP VALUE ZERO.
001328 77  Comptador-Recuperats        PIC 9(06) COMP VALUE ZERO.
001329 01  Acumulats-Control.
001330     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
001331     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
001332     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
001333 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
001334 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
001335 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
001336 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
001337 01  Octet-Hash.
001338     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
001339     05  Octet-Car       PIC X(01)   VALUE SPACE.
001340 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
001341 77  Edt-Comptador   PIC Z(05)9.
001342 77  Edt-Total       PIC -(13)9.99.
001343 77  Edt-Hash        PIC 9(09).
001344
001345 PROCEDURE DIVISION.
001346*=================================================================
001350* 0000-MAINLINE
001360*=================================================================
001370 0000-MAINLINE.
001380     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
001390     IF NOT Error-Fatal AND NOT Auditoria-Alterada
001400         PERFORM 2000-PROCES THRU 2000-EXIT
001410     END-IF.
001420     IF NOT Error-Fatal AND NOT Auditoria-Alterada
001430         PERFORM 3000-ESCRIURE-CUA THRU 3000-EXIT
001440     END-IF.
001450     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
001520*=================================================================
001530 1000-INICIALITZAR.
001535     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
001537     PERFORM 1100-LLEGIR-DATA-NEGOCI THRU 1100-EXIT.
001539     PERFORM 1500-VERIFICAR-AUDITORIA THRU 1500-EXIT.
001541     IF Auditoria-Alterada
001543         GO TO 1000-EXIT
001545     END-IF.
001547     OPEN INPUT Fitxer-Auditoria.
001550     IF NOT Fs-Auditoria-Ok
001560         DISPLAY "CALCEXTR: fitxer d'auditoria no obert. "
001570             "Status: " Fs-Auditoria
001930     EXIT.
001940 
001950 2200-EXTREURE-REGISTRE.
001951     IF Auc-Es-Control
001952         PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT
001953         GO TO 2200-EXIT
001954     END-IF.
001955     IF Data-Negoci-Llegida AND Aud-Data NOT = Data-Sistema
001956         ADD 1 TO Comptador-Altres-Dies
001957         PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT
001958         GO TO 2200-EXIT
001959     END-IF.
001960     MOVE Aud-Run-Id    TO Ext-Run.
001970     MOVE Aud-Seq       TO Ext-Seq.
001980     MOVE Aud-Data      TO Ext-Data.
002070     MOVE Aud-Resultat  TO Ext-Resultat.
002080     MOVE Aud-Codi-Taxa TO Ext-Codi-Taxa.
002090     MOVE Aud-Operador  TO Ext-Operador.
002091     IF Aud-Es-Reversio
002092         MOVE Aud-Tipus       TO Ext-Tipus
002093         MOVE Aud-Orig-Run-Id TO Ext-Orig-Run
002094         MOVE Aud-Orig-Seq    TO Ext-Orig-Seq
002095     ELSE
002096         MOVE SPACES TO Ext-Tipus Ext-Orig-Run Ext-Orig-Seq
002097     END-IF.
002100     WRITE Linia-Extracte FROM Linia-Ext-Detall.
002110     IF NOT Fs-Extracte-Ok
002120         DISPLAY "CALCEXTR: escriptura fallida (extracte). "
002430     CLOSE Fitxer-Extracte.
002440     DISPLAY "CALCEXTR finalitzat. Registres extrets: "
002450         Comptador-Extrets.
002460     IF Data-Negoci-Llegida
002470         DISPLAY "CALCEXTR: data de negoci " Data-Sistema
002480             ". Registres d'altres dies: " Comptador-Altres-Dies
002500     END-IF.
002501     EVALUATE TRUE
002502         WHEN Error-Fatal
002503             MOVE 12 TO Codi-Retorn
002504         WHEN Auditoria-Alterada
002505             MOVE 8 TO Codi-Retorn
002506         WHEN OTHER
002507             MOVE ZERO TO Codi-Retorn
002508     END-EVALUATE.
002510 9000-EXIT.
002520     EXIT.
002530
002540*=================================================================
002550* 1100-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
002560*                           de control (CALCDIA): nomes s'extreu
002570*                           l'auditoria d'aquell dia. Sense
002580*                           registre s'extreu tot el fitxer
002590*=================================================================
002600 1100-LLEGIR-DATA-NEGOCI.
002610     OPEN INPUT Fitxer-Data-Negoci.
002620     IF NOT Fs-Data-Negoci-Ok
002630         GO TO 1100-EXIT
002640     END-IF.
002650     READ Fitxer-Data-Negoci
002660         NOT AT END
002670             MOVE Dng-Data TO Data-Sistema
002680             SET Data-Negoci-Llegida TO TRUE
002690     END-READ.
002700     CLOSE Fitxer-Data-Negoci.
002710 1100-EXIT.
002720     EXIT.
002730 
002740*=================================================================
002750* 1500-VERIFICAR-AUDITORIA - Recalcula el recompte, el total del
002760*                            resultat i el hash de cada tram del
002770*                            fitxer d'auditoria i els compara amb
002780*                            la cua de control del tram. Una cua
002790*                            absent o un tram desquadrat aturen
002800*                            l'extracte (codi 8)
002810*=================================================================
002820 1500-VERIFICAR-AUDITORIA.
002830     OPEN INPUT Fitxer-Auditoria.
002840     IF NOT Fs-Auditoria-Ok
002850         GO TO 1500-EXIT
002860     END-IF.
002870     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
002880     PERFORM 1520-VERIFICAR-REGISTRE THRU 1520-EXIT
002890         UNTIL Fi-Fitxer OR Auditoria-Alterada.
002900     CLOSE Fitxer-Auditoria.
002910     MOVE "N" TO Sw-FiFitxer.
002920     IF NOT Auditoria-Alterada
002930     AND (Acu-Comptador > ZERO OR Comptador-Trams = ZERO)
002940         DISPLAY "CALCEXTR: fitxer d'auditoria sense cua de "
002950             "control"
002960         MOVE "NOCONTROL" TO Seg-Resultat-Op
002970         SET Auditoria-Alterada TO TRUE
002980     END-IF.
002990     IF Auditoria-Alterada
003000         DISPLAY "CALCEXTR: auditoria no verificada; no es "
003010             "processa"
003020         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
003030         GO TO 1500-EXIT
003040     END-IF.
003050     DISPLAY "CALCEXTR: auditoria verificada. Trams: "
003060         Comptador-Trams
003070         " (recuperats: " Comptador-Recuperats ")".
003080 1500-EXIT.
003090     EXIT.
003100
003110 1520-VERIFICAR-REGISTRE.
003120     IF Auc-Es-Control
003130         PERFORM 1530-COMPARAR-CUA THRU 1530-EXIT
003140     ELSE
003150         PERFORM 1540-ACUMULAR-CONTROL THRU 1540-EXIT
003160     END-IF.
003170     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
003180 1520-EXIT.
003190     EXIT.
003200
003210 1530-COMPARAR-CUA.
003220     IF Auc-Comptador = Acu-Comptador
003230     AND Auc-Total = Acu-Total
003240     AND Auc-Hash = Acu-Hash
003250         ADD 1 TO Comptador-Trams
003260         IF Auc-Es-Recuperat
003270             ADD 1 TO Comptador-Recuperats
003280         END-IF
003290         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
003300         GO TO 1530-EXIT
003310     END-IF.
003320     DISPLAY "CALCEXTR: tram d'auditoria desquadrat. Run: "
003330         Auc-Run-Id.
003340     MOVE Auc-Comptador TO Edt-Comptador.
003350     MOVE Auc-Total     TO Edt-Total.
003360     DISPLAY "  Cua de control: " Edt-Comptador " " Edt-Total
003370         " " Auc-Hash.
003380     MOVE Acu-Comptador TO Edt-Comptador.
003390     MOVE Acu-Total     TO Edt-Total.
003400     MOVE Acu-Hash      TO Edt-Hash.
003410     DISPLAY "  Recalculat:     " Edt-Comptador " " Edt-Total
003420         " " Edt-Hash.
003430     MOVE "DESQUADRAT" TO Seg-Resultat-Op.
003440     SET Auditoria-Alterada TO TRUE.
003450 1530-EXIT.
003460     EXIT.
003470
003480 1540-ACUMULAR-CONTROL.
003490     ADD 1 TO Acu-Comptador.
003500     ADD Aud-Resultat TO Acu-Total.
003510     PERFORM 1550-HASH-OCTET THRU 1550-EXIT
003520         VARYING Ind-Octet FROM 1 BY 1
003530         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
003540 1540-EXIT.
003550     EXIT.
003560
003570 1550-HASH-OCTET.
003580     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
003590     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
003600     DIVIDE Hash-Producte BY Hash-Modul
003610         GIVING Hash-Quocient REMAINDER Acu-Hash.
003620 1550-EXIT.
003630     EXIT.
003640 
003650*=================================================================
003660* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
003670*                           (mode C) la verificacio fallida
003680*                           de l'auditoria
003690*=================================================================
003700 5400-ESCRIURE-SEGURETAT.
003710     OPEN EXTEND Fitxer-Seguretat.
003720     IF Fs-Seg-Inexistent
003730         OPEN OUTPUT Fitxer-Seguretat
003740     END-IF.
003750     IF NOT Fs-Seguretat-Ok
003760         DISPLAY "CALCEXTR: registre de seguretat no disponible. "
003770             "Status: " Fs-Seguretat
003780         GO TO 5400-EXIT
003790     END-IF.
003800     ACCEPT Hora-Sistema FROM TIME.
003810     MOVE SPACES             TO Reg-Seguretat.
003820     MOVE Data-Sistema       TO Seg-Data.
003830     MOVE Hora-Sistema (1:6) TO Seg-Hora.
003840     MOVE "CALCEXTR"         TO Seg-Operador.
003850     MOVE "C"                TO Seg-Mode.
003860     MOVE Seg-Resultat-Op    TO Seg-Resultat.
003870     WRITE Reg-Seguretat.
003880     IF NOT Fs-Seguretat-Ok
003890         DISPLAY "CALCEXTR: escriptura fallida (seguretat). "
003900             "Status: " Fs-Seguretat
003910     END-IF.
003920     CLOSE Fitxer-Seguretat.
003930 5400-EXIT.
003940     EXIT.
