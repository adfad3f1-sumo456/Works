000160*                  compleixen els criteris i els subtotals per
000170*                  operacio, per respondre les peticions dels
000180*                  auditors sense repassar informes impresos.
000181* 16/09/2026 JF    Reversions: es marquen les reversions i els
000182*                  originals revertits amb l'enllac a l'altre
000183*                  registre; l'import de la reversio compensa el
000184*                  subtotal sense comptar-se com a operacio, i es
000185*                  mostra a part el total de reversions.
000186* 21/09/2026 JF    AUDHIST amb claus alternatives de data i
000187*                  d'operador: la consulta es posiciona per
000188*                  operador o per l'interval de dates demanat i
000189*                  s'atura en sortir-ne, en lloc de recorrer tot
000190*                  l'historic.
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
000300 DATA DIVISION.
000450                              SIGN IS LEADING SEPARATE CHARACTER.
000460     05  Hist-Codi-Taxa      PIC X(04).
000470     05  Hist-Operador       PIC X(08).
000471     05  Hist-Tipus          PIC X(01).
000472         88  Hist-Es-Reversio        VALUE "R".
000473     05  Hist-Revertit       PIC X(01).
000474         88  Hist-Es-Revertit        VALUE "S".
000475     05  Hist-Enllac.
000476         10  Hist-Enllac-Run-Id PIC 9(14).
000477         10  Hist-Enllac-Seq PIC 9(06).
000478     05  Hist-Taxa-Inici     PIC 9(08).
000479     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000480                              SIGN IS LEADING SEPARATE CHARACTER.
000481
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* CRITERIS DE SELECCIO DEMANATS A L'OPERADOR
000760 77  Comptador-Llegits           PIC 9(07) COMP VALUE ZERO.
000770 77  Comptador-Seleccionats      PIC 9(07) COMP VALUE ZERO.
000780 77  Total-Seleccio  PIC S9(13)V99 COMP VALUE ZERO.
000783 77  Comptador-Reversions        PIC 9(07) COMP VALUE ZERO.
000786 77  Import-Reversions PIC S9(11)V99 COMP VALUE ZERO.
000790 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000792 77  Sw-Cami         PIC X(01)   VALUE "C".
000794     88  Cami-Clau                   VALUE "C".
000796     88  Cami-Data                   VALUE "D".
000798     88  Cami-Operador               VALUE "O".
000800
000810*----------------------------------------------------------------
000820* NOMS DE LES OPERACIONS I SUBTOTALS DE LA CONSULTA
001700     EXIT.
001710
001720*=================================================================
001730* 2300-EXECUTAR-CONSULTA - Recorre l'historic des del punt de
001740*                          posicionament i mostra els registres
001745*                          que passen els criteris
001750*=================================================================
001760 2300-EXECUTAR-CONSULTA.
001770     MOVE ZERO TO Comptador-Llegits.
001780     MOVE ZERO TO Comptador-Seleccionats.
001790     MOVE ZERO TO Total-Seleccio.
001793     MOVE ZERO TO Comptador-Reversions.
001796     MOVE ZERO TO Import-Reversions.
001800     PERFORM 2350-NETEJAR-SUBTOTAL THRU 2350-EXIT
001810         VARYING Ind-Op FROM 1 BY 1 UNTIL Ind-Op > 9.
001820     MOVE "N" TO Sw-FiFitxer.
001830*    POSICIONAMENT PEL CAMI MES CURT: CLAU D'OPERADOR SI SE N'HA
001840*    DEMANAT UN, CLAU DE DATA SI L'INTERVAL ESTA ACOTAT, I SI NO
001850*    CLAU PRIMARIA (TOT L'HISTORIC)
001851     EVALUATE TRUE
001852         WHEN Sel-Operador NOT = SPACES
001853             SET Cami-Operador TO TRUE
001854             MOVE Sel-Operador TO Hist-Operador
001855             START Fitxer-Historic KEY IS EQUAL TO Hist-Operador
001856                 INVALID KEY
001857                     SET Fi-Fitxer TO TRUE
001858             END-START
001859         WHEN Sel-Data-Desde NOT = ZERO
001860         OR Sel-Data-Fins NOT = 99999999
001861             SET Cami-Data TO TRUE
001862             MOVE Sel-Data-Desde TO Hist-Data
001863             START Fitxer-Historic KEY IS NOT LESS THAN Hist-Data
001864                 INVALID KEY
001865                     SET Fi-Fitxer TO TRUE
001866             END-START
001867         WHEN OTHER
001868             SET Cami-Clau TO TRUE
001869             MOVE LOW-VALUES TO Hist-Clau
001870             START Fitxer-Historic KEY IS GREATER THAN Hist-Clau
001871                 INVALID KEY
001872                     SET Fi-Fitxer TO TRUE
001873             END-START
001874     END-EVALUATE.
001880     DISPLAY " ".
001890     DISPLAY "RUN            SEQ    DATA     HORA   OPERACIO"
001900         "        NUM1        NUM2        RESULTAT    TAXA "
002090             SET Fi-Fitxer TO TRUE
002100             GO TO 2400-EXIT
002110     END-READ.
002111     IF Cami-Operador AND Hist-Operador NOT = Sel-Operador
002112         SET Fi-Fitxer TO TRUE
002113         GO TO 2400-EXIT
002114     END-IF.
002115     IF Cami-Data AND Hist-Data > Sel-Data-Fins
002116         SET Fi-Fitxer TO TRUE
002117         GO TO 2400-EXIT
002118     END-IF.
002120     ADD 1 TO Comptador-Llegits.
002130     IF Hist-Data < Sel-Data-Desde
002140     OR Hist-Data > Sel-Data-Fins
002280     END-IF.
002290     ADD 1 TO Comptador-Seleccionats.
002300     ADD Hist-Resultat TO Total-Seleccio.
002302     IF Hist-Es-Reversio
002304         ADD 1             TO Comptador-Reversions
002306         ADD Hist-Resultat TO Import-Reversions
002308     END-IF.
002310     IF Hist-Opcio >= 1 AND Hist-Opcio <= 9
002320         IF NOT Hist-Es-Reversio
002323             ADD 1         TO Sub-Comptador (Hist-Opcio)
002326         END-IF
002330         ADD Hist-Resultat TO Sub-Import (Hist-Opcio)
002340         DISPLAY Hist-Run-Id " " Hist-Seq " " Hist-Data " "
002350             Hist-Hora " " Nom-Operacio (Hist-Opcio) " "
002400             Hist-Hora " ?               " Hist-Num1 " "
002410             Hist-Num2 " " Hist-Resultat " " Hist-Codi-Taxa
002420             " " Hist-Operador
002421     END-IF.
002422     IF Hist-Es-Reversio
002423         DISPLAY "    ** REVERSIO DE " Hist-Enllac-Run-Id " "
002424             Hist-Enllac-Seq
002425     END-IF.
002426     IF Hist-Es-Revertit
002427         DISPLAY "    ** REVERTIT PER " Hist-Enllac-Run-Id " "
002428             Hist-Enllac-Seq
002430     END-IF.
002440 2400-EXIT.
002450     EXIT.
002530     DISPLAY "SUBTOTALS PER OPERACIO".
002540     PERFORM 4100-MOSTRAR-SUBTOTAL THRU 4100-EXIT
002550         VARYING Ind-Op FROM 1 BY 1 UNTIL Ind-Op > 9.
002552     IF Comptador-Reversions > ZERO
002554         DISPLAY "  REVERSIONS      " Comptador-Reversions "  "
002556             Import-Reversions
002558     END-IF.
002560     DISPLAY "TOTAL DE LA SELECCIO: " Comptador-Seleccionats
002570         "  " Total-Seleccio.
002580 4000-EXIT.
002630         GO TO 4100-EXIT
002640     END-IF.
002650     IF Sub-Comptador (Ind-Op) = ZERO
002655     AND Sub-Import (Ind-Op) = ZERO
002660         GO TO 4100-EXIT
002670     END-IF.
002680     DISPLAY "  " Nom-Operacio (Ind-Op) " "
