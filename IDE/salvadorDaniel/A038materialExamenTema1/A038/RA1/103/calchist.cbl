000190* 21/08/2026 JF    Sequencia ampliada a 9(6); control de l'estat
000200*                  del fitxer despres de cada escriptura a
000210*                  l'historic.
000211* 10/09/2026 JF    Aprovador al registre d'auditoria; l'historic
000212*                  no el porta.
000213* 16/09/2026 JF    Reversions: l'historic porta el tipus de
000214*                  registre, l'indicador de revertit i l'enllac
000215*                  entre reversio i original. En abocar una
000216*                  reversio es marca l'original com a revertit.
000217* 18/09/2026 JF    Verificacio de les cues de control de l'AUDFILE
000218*                  abans de l'abocament: es recalculen el
000219*                  recompte, el total i el hash de cada tram.
000220*                  Sense cua o amb un tram desquadrat no es fa
000221*                  res, es retorna codi 8 i s'anota a SECFILE
000222*                  (mode C).
000223* 21/09/2026 JF    AUDHIST amb claus alternatives de data i
000224*                  d'operador (amb duplicats).
000225* 23/09/2026 JF    L'auditoria i l'historic porten la versio de
000226*                  taxa aplicada (data d'inici i valor).
000227*----------------------------------------------------------------
000230 
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS Hist-Clau
000343         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
000346         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
000350         FILE STATUS IS Fs-Historic.
000352 
000354     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000356         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS Fs-Seguretat.
000360 
000370 DATA DIVISION.
000380 FILE SECTION.
000600     05  Aud-Codi-Taxa       PIC X(04).
000610     05  FILLER              PIC X(01).
000620     05  Aud-Operador        PIC X(08).
000621     05  FILLER              PIC X(01).
000622     05  Aud-Aprovador       PIC X(08).
000623     05  FILLER              PIC X(01).
000624     05  Aud-Tipus           PIC X(01).
000625         88  Aud-Es-Reversio         VALUE "R".
000626     05  FILLER              PIC X(01).
000627     05  Aud-Orig-Run-Id     PIC 9(14).
000628     05  FILLER              PIC X(01).
000629     05  Aud-Orig-Seq        PIC 9(06).
000630     05  FILLER              PIC X(01).
000631     05  Aud-Taxa-Inici      PIC 9(08).
000632     05  FILLER              PIC X(01).
000633     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
000634                              SIGN IS LEADING SEPARATE CHARACTER.
000635 
000636 01  Reg-Control-Auditoria.
000637     05  Auc-Marca           PIC X(14).
000638         88  Auc-Es-Control          VALUE "CONTROL".
000639     05  FILLER              PIC X(01).
000640     05  Auc-Run-Id          PIC 9(14).
000641     05  FILLER              PIC X(01).
000642     05  Auc-Comptador       PIC 9(06).
000643     05  FILLER              PIC X(01).
000644     05  Auc-Total           PIC S9(13)V99
000645                              SIGN IS LEADING SEPARATE CHARACTER.
000646     05  FILLER              PIC X(01).
000647     05  Auc-Hash            PIC 9(09).
000648     05  FILLER              PIC X(01).
000649     05  Auc-Origen          PIC X(08).
000650     05  FILLER              PIC X(01).
000651     05  Auc-Recuperat       PIC X(01).
000652         88  Auc-Es-Recuperat        VALUE "S".
000653 
000654 FD  Fitxer-Historic.
000655 01  Reg-Historic.
000660     05  Hist-Clau.
000670         10  Hist-Run-Id     PIC 9(14).
000680         10  Hist-Seq        PIC 9(06).
000770                              SIGN IS LEADING SEPARATE CHARACTER.
000780     05  Hist-Codi-Taxa      PIC X(04).
000790     05  Hist-Operador       PIC X(08).
000791     05  Hist-Tipus          PIC X(01).
000792         88  Hist-Es-Reversio        VALUE "R".
000793     05  Hist-Revertit       PIC X(01).
000794         88  Hist-Es-Revertit        VALUE "S".
000795     05  Hist-Enllac.
000796         10  Hist-Enllac-Run-Id PIC 9(14).
000797         10  Hist-Enllac-Seq PIC 9(06).
000798     05  Hist-Taxa-Inici     PIC 9(08).
000799     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000800                              SIGN IS LEADING SEPARATE CHARACTER.
000801 
000802 FD  Fitxer-Seguretat.
000803 01  Reg-Seguretat.
000804     05  Seg-Data            PIC 9(08).
000805     05  FILLER              PIC X(01).
000806     05  Seg-Hora            PIC 9(06).
000807     05  FILLER              PIC X(01).
000808     05  Seg-Operador        PIC X(08).
000809     05  FILLER              PIC X(01).
000810     05  Seg-Mode            PIC X(01).
000811     05  FILLER              PIC X(01).
000812     05  Seg-Resultat        PIC X(10).
000813 
000814 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------
000830* INDICADORS D'ESTAT DE FITXERS
000840*----------------------------------------------------------------
000850 01  Fs-Auditoria        PIC X(02).
000860     88  Fs-Auditoria-Ok         VALUE "00".
000862 01  Fs-Seguretat        PIC X(02).
000864     88  Fs-Seguretat-Ok         VALUE "00".
000866     88  Fs-Seg-Inexistent       VALUE "35".
000870 01  Fs-Historic         PIC X(02).
000880     88  Fs-Historic-Ok          VALUE "00".
000890     88  Fs-Historic-Inexistent  VALUE "35".
000990 77  Comptador-Llegits           PIC 9(06) COMP VALUE ZERO.
001000 77  Comptador-Afegits           PIC 9(06) COMP VALUE ZERO.
001010 77  Comptador-Duplicats         PIC 9(06) COMP VALUE ZERO.
001011 77  Comptador-Revertits         PIC 9(06) COMP VALUE ZERO.
001012 77  Comptador-Orig-Absents      PIC 9(06) COMP VALUE ZERO.
001013 77  Sw-Afegit       PIC X(01)   VALUE "N".
001014     88  Registre-Afegit             VALUE "S".
001015 01  Clau-Reversio.
001016     05  Crv-Run-Id      PIC 9(14).
001017     05  Crv-Seq         PIC 9(06).
001020 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001021 77  Data-Sistema                PIC 9(08) VALUE ZERO.
001022 77  Hora-Sistema                PIC 9(08) VALUE ZERO.
001023 
001024*----------------------------------------------------------------
001025* VERIFICACIO DE LES CUES DE CONTROL DE L'AUDITORIA
001026*----------------------------------------------------------------
001027 77  Sw-Control      PIC X(01)   VALUE "N".
001028     88  Auditoria-Alterada          VALUE "S".
001029 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
001030 77  Comptador-Trams             PIC 9(06) COMP VALUE ZERO.
001031 77  Comptador-Recuperats        PIC 9(06) COMP VALUE ZERO.
001032 01  Acumulats-Control.
001033     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
001034     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
001035     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
001036 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
001037 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
001038 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
001039 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
001040 01  Octet-Hash.
001041     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
001042     05  Octet-Car       PIC X(01)   VALUE SPACE.
001043 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
001044 77  Edt-Comptador   PIC Z(05)9.
001045 77  Edt-Total       PIC -(13)9.99.
001046 77  Edt-Hash        PIC 9(09).
001047 
001048 PROCEDURE DIVISION.
001050*=================================================================
001060* 0000-MAINLINE
001070*=================================================================
001080 0000-MAINLINE.
001090     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
001100     IF NOT Error-Fatal AND NOT Auditoria-Alterada
001110         PERFORM 2000-PROCES THRU 2000-EXIT
001120     END-IF.
001130     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
001200*=================================================================
001210 1000-INICIALITZAR.
001220     DISPLAY "CALCHIST - Abocament a l'historic d'auditoria".
001222     PERFORM 1500-VERIFICAR-AUDITORIA THRU 1500-EXIT.
001224     IF Auditoria-Alterada
001226         GO TO 1000-EXIT
001228     END-IF.
001230     OPEN INPUT Fitxer-Auditoria.
001240     IF NOT Fs-Auditoria-Ok
001250         DISPLAY "CALCHIST: fitxer d'auditoria no obert. "
001600     EXIT.
001610 
001620 2200-ABOCAR-REGISTRE.
001622     IF Auc-Es-Control
001624         PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT
001626         GO TO 2200-EXIT
001628     END-IF.
001630     ADD 1 TO Comptador-Llegits.
001640     MOVE Aud-Run-Id     TO Hist-Run-Id.
001650     MOVE Aud-Seq        TO Hist-Seq.
001700     MOVE Aud-Num2       TO Hist-Num2.
001710     MOVE Aud-Resultat   TO Hist-Resultat.
001720     MOVE Aud-Codi-Taxa  TO Hist-Codi-Taxa.
001722     MOVE Aud-Taxa-Inici TO Hist-Taxa-Inici.
001724     MOVE Aud-Taxa-Valor TO Hist-Taxa-Valor.
001726     MOVE "N"            TO Hist-Revertit.
001728     MOVE "N"            TO Sw-Afegit.
001730     MOVE Aud-Operador   TO Hist-Operador.
001731     IF Aud-Es-Reversio
001732         MOVE Aud-Tipus       TO Hist-Tipus
001733         MOVE Aud-Orig-Run-Id TO Hist-Enllac-Run-Id
001734         MOVE Aud-Orig-Seq    TO Hist-Enllac-Seq
001735     ELSE
001736         MOVE SPACE           TO Hist-Tipus
001737         MOVE ZERO            TO Hist-Enllac-Run-Id
001738                                 Hist-Enllac-Seq
001739     END-IF.
001740     WRITE Reg-Historic
001750         INVALID KEY
001760             ADD 1 TO Comptador-Duplicats
001770         NOT INVALID KEY
001780             ADD 1 TO Comptador-Afegits
001785             SET Registre-Afegit TO TRUE
001790     END-WRITE.
001800     IF NOT Fs-Historic-Ok AND NOT Fs-Historic-Duplicat
001810         DISPLAY "CALCHIST: escriptura fallida (historic). "
001820             "Status: " Fs-Historic
001830         SET Error-Fatal TO TRUE
001832     END-IF.
001834     IF Registre-Afegit AND Aud-Es-Reversio AND NOT Error-Fatal
001836         PERFORM 2300-MARCAR-ORIGINAL THRU 2300-EXIT
001840     END-IF.
001850     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
001860 2200-EXIT.
001950     DISPLAY "Registres llegits:   " Comptador-Llegits.
001960     DISPLAY "Afegits a historic:  " Comptador-Afegits.
001970     DISPLAY "Duplicats ignorats:  " Comptador-Duplicats.
001980     DISPLAY "Originals revertits: " Comptador-Revertits.
001990     IF Comptador-Orig-Absents > ZERO
002000         DISPLAY "Originals absents:   " Comptador-Orig-Absents
002020     END-IF.
002021     EVALUATE TRUE
002022         WHEN Error-Fatal
002023             MOVE 12 TO Codi-Retorn
002024         WHEN Auditoria-Alterada
002025             MOVE 8 TO Codi-Retorn
002026         WHEN OTHER
002027             MOVE ZERO TO Codi-Retorn
002028     END-EVALUATE.
002030     DISPLAY "CALCHIST finalitzat.".
002040 9000-EXIT.
002050     EXIT.
002060 
002070*=================================================================
002080* 1500-VERIFICAR-AUDITORIA - Recalcula el recompte, el total del
002090*                            resultat i el hash de cada tram del
002100*                            fitxer d'auditoria i els compara amb
002110*                            la cua de control del tram. Una cua
002120*                            absent o un tram desquadrat aturen
002130*                            l'abocament (codi 8)
002140*=================================================================
002150 1500-VERIFICAR-AUDITORIA.
002160     OPEN INPUT Fitxer-Auditoria.
002170     IF NOT Fs-Auditoria-Ok
002180         GO TO 1500-EXIT
002190     END-IF.
002200     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
002210     PERFORM 1520-VERIFICAR-REGISTRE THRU 1520-EXIT
002220         UNTIL Fi-Fitxer OR Auditoria-Alterada.
002230     CLOSE Fitxer-Auditoria.
002240     MOVE "N" TO Sw-FiFitxer.
002250     IF NOT Auditoria-Alterada
002260     AND (Acu-Comptador > ZERO OR Comptador-Trams = ZERO)
002270         DISPLAY "CALCHIST: fitxer d'auditoria sense cua de "
002280             "control"
002290         MOVE "NOCONTROL" TO Seg-Resultat-Op
002300         SET Auditoria-Alterada TO TRUE
002310     END-IF.
002320     IF Auditoria-Alterada
002330         DISPLAY "CALCHIST: auditoria no verificada; no es "
002340             "processa"
002350         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
002360         GO TO 1500-EXIT
002370     END-IF.
002380     DISPLAY "CALCHIST: auditoria verificada. Trams: "
002390         Comptador-Trams
002400         " (recuperats: " Comptador-Recuperats ")".
002410 1500-EXIT.
002420     EXIT.
002430
002440 1520-VERIFICAR-REGISTRE.
002450     IF Auc-Es-Control
002460         PERFORM 1530-COMPARAR-CUA THRU 1530-EXIT
002470     ELSE
002480         PERFORM 1540-ACUMULAR-CONTROL THRU 1540-EXIT
002490     END-IF.
002500     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
002510 1520-EXIT.
002520     EXIT.
002530
002540 1530-COMPARAR-CUA.
002550     IF Auc-Comptador = Acu-Comptador
002560     AND Auc-Total = Acu-Total
002570     AND Auc-Hash = Acu-Hash
002580         ADD 1 TO Comptador-Trams
002590         IF Auc-Es-Recuperat
002600             ADD 1 TO Comptador-Recuperats
002610         END-IF
002620         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
002630         GO TO 1530-EXIT
002640     END-IF.
002650     DISPLAY "CALCHIST: tram d'auditoria desquadrat. Run: "
002660         Auc-Run-Id.
002670     MOVE Auc-Comptador TO Edt-Comptador.
002680     MOVE Auc-Total     TO Edt-Total.
002690     DISPLAY "  Cua de control: " Edt-Comptador " " Edt-Total
002700         " " Auc-Hash.
002710     MOVE Acu-Comptador TO Edt-Comptador.
002720     MOVE Acu-Total     TO Edt-Total.
002730     MOVE Acu-Hash      TO Edt-Hash.
002740     DISPLAY "  Recalculat:     " Edt-Comptador " " Edt-Total
002750         " " Edt-Hash.
002760     MOVE "DESQUADRAT" TO Seg-Resultat-Op.
002770     SET Auditoria-Alterada TO TRUE.
002780 1530-EXIT.
002790     EXIT.
002800
002810 1540-ACUMULAR-CONTROL.
002820     ADD 1 TO Acu-Comptador.
002830     ADD Aud-Resultat TO Acu-Total.
002840     PERFORM 1550-HASH-OCTET THRU 1550-EXIT
002850         VARYING Ind-Octet FROM 1 BY 1
002860         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
002870 1540-EXIT.
002880     EXIT.
002890
002900 1550-HASH-OCTET.
002910     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
002920     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
002930     DIVIDE Hash-Producte BY Hash-Modul
002940         GIVING Hash-Quocient REMAINDER Acu-Hash.
002950 1550-EXIT.
002960     EXIT.
002970
002980*=================================================================
002990* 2300-MARCAR-ORIGINAL - Marca com a revertit el registre original
003000*                        d'una reversio i l'enllaca a la reversio;
003010*                        un original absent nomes es compta
003020*=================================================================
003030 2300-MARCAR-ORIGINAL.
003040     MOVE Hist-Run-Id TO Crv-Run-Id.
003050     MOVE Hist-Seq    TO Crv-Seq.
003060     MOVE Aud-Orig-Run-Id TO Hist-Run-Id.
003070     MOVE Aud-Orig-Seq    TO Hist-Seq.
003080     READ Fitxer-Historic
003090         INVALID KEY
003100             ADD 1 TO Comptador-Orig-Absents
003110             GO TO 2300-EXIT
003120     END-READ.
003130     MOVE "S"        TO Hist-Revertit.
003140     MOVE Crv-Run-Id TO Hist-Enllac-Run-Id.
003150     MOVE Crv-Seq    TO Hist-Enllac-Seq.
003160     REWRITE Reg-Historic
003170         INVALID KEY
003180             CONTINUE
003190     END-REWRITE.
003200     IF NOT Fs-Historic-Ok
003210         DISPLAY "CALCHIST: reescriptura fallida (historic). "
003220             "Status: " Fs-Historic
003230         SET Error-Fatal TO TRUE
003240     ELSE
003250         ADD 1 TO Comptador-Revertits
003260     END-IF.
003270 2300-EXIT.
003280     EXIT.
003290 
003300*=================================================================
003310* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
003320*                           (mode C) la verificacio fallida
003330*                           de l'auditoria
003340*=================================================================
003350 5400-ESCRIURE-SEGURETAT.
003360     OPEN EXTEND Fitxer-Seguretat.
003370     IF Fs-Seg-Inexistent
003380         OPEN OUTPUT Fitxer-Seguretat
003390     END-IF.
003400     IF NOT Fs-Seguretat-Ok
003410         DISPLAY "CALCHIST: registre de seguretat no disponible. "
003420             "Status: " Fs-Seguretat
003430         GO TO 5400-EXIT
003440     END-IF.
003450     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
003460     ACCEPT Hora-Sistema FROM TIME.
003470     MOVE SPACES             TO Reg-Seguretat.
003480     MOVE Data-Sistema       TO Seg-Data.
003490     MOVE Hora-Sistema (1:6) TO Seg-Hora.
003500     MOVE "CALCHIST"         TO Seg-Operador.
003510     MOVE "C"                TO Seg-Mode.
003520     MOVE Seg-Resultat-Op    TO Seg-Resultat.
003530     WRITE Reg-Seguretat.
003540     IF NOT Fs-Seguretat-Ok
003550         DISPLAY "CALCHIST: escriptura fallida (seguretat). "
003560             "Status: " Fs-Seguretat
003570     END-IF.
003580     CLOSE Fitxer-Seguretat.
003590 5400-EXIT.
003600     EXIT.
