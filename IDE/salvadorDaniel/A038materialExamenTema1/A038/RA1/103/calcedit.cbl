000322* 31/08/2026 JF    Limit de cadena llegit del fitxer de
000324*                  parametres (clau MAXCADEN, maxim 50); sense
000326*                  fitxer o clau es conserva el defecte de 50.
000327* 14/09/2026 JF    Data de negoci del registre de control
000328*                  BUSDATE (CALCDIA) a la capcalera de l'informe;
000329*                  una capcalera de lot amb data posterior a la
000330*                  data de negoci es rebutja (camp DATA).
000331* 16/09/2026 JF    Nou registre de reversio (R): es valida contra
000332*                  l'historic d'auditoria (original existent, que
000333*                  no sigui una reversio ni estigui ja revertit)
000334*                  i que no es repeteixi dins del fitxer. Compta
000335*                  com a detall a la cua pero no als totals.
000336* 21/09/2026 JF    AUDHIST amb claus alternatives de data i
000337*                  d'operador (amb duplicats).
000338* 23/09/2026 JF    Registre de l'historic ampliat amb la versio
000339*                  de taxa aplicada (data d'inici i valor).
000340*----------------------------------------------------------------
000341 
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000526         ACCESS MODE IS RANDOM
000527         RECORD KEY IS Parm-Clau
000528         FILE STATUS IS Fs-Parametres.
000529
000530     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000531         ORGANIZATION IS LINE SEQUENTIAL
000532         FILE STATUS IS Fs-Data-Negoci.
000533
000534     SELECT Fitxer-Historic ASSIGN TO AUDHIST
000535         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS RANDOM
000537         RECORD KEY IS Hist-Clau
000538         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
000539         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
000540         FILE STATUS IS Fs-Historic.
000541
000542 DATA DIVISION.
000550 FILE SECTION.
000560 FD  Fitxer-Entrada.
000570 01  Reg-Entrada             PIC X(80).
000790                              SIGN IS LEADING SEPARATE CHARACTER.
000800     05  Netq-Hash-Num2      PIC S9(11)V99
000810                              SIGN IS LEADING SEPARATE CHARACTER.
000812 01  Reg-Net-Reversio.
000814     05  Netr-Tipus          PIC X(01).
000816     05  Netr-Run-Id         PIC X(14).
000818     05  Netr-Seq            PIC X(06).
000820 
000830 FD  Fitxer-Rebutjos.
000840 01  Reg-Rebuig              PIC X(80).
000878     05  Parm-Valor-Text     PIC X(04).
000879     05  Parm-Descripcio     PIC X(30).
000880
000881 FD  Fitxer-Data-Negoci.
000882 01  Reg-Data-Negoci.
000883     05  Dng-Data            PIC 9(08).
000884     05  FILLER              PIC X(01).
000885     05  Dng-Estat           PIC X(01).
000886         88  Dng-Dia-Obert           VALUE "O".
000887         88  Dng-Dia-Tancat          VALUE "T".
000888     05  FILLER              PIC X(01).
000889     05  Dng-Data-Canvi      PIC 9(08).
000890     05  FILLER              PIC X(01).
000891     05  Dng-Hora-Canvi      PIC 9(06).
000892     05  FILLER              PIC X(01).
000893     05  Dng-Operador        PIC X(08).
000894
000895 FD  Fitxer-Historic.
000896 01  Reg-Historic.
000897     05  Hist-Clau.
000898         10  Hist-Run-Id     PIC 9(14).
000899         10  Hist-Seq        PIC 9(06).
000900     05  Hist-Data           PIC 9(08).
000901     05  Hist-Hora           PIC 9(06).
000902     05  Hist-Opcio          PIC 9.
000903     05  Hist-Num1           PIC S9(7)V99
000904                              SIGN IS LEADING SEPARATE CHARACTER.
000905     05  Hist-Num2           PIC S9(7)V99
000906                              SIGN IS LEADING SEPARATE CHARACTER.
000907     05  Hist-Resultat       PIC S9(7)V99
000908                              SIGN IS LEADING SEPARATE CHARACTER.
000909     05  Hist-Codi-Taxa      PIC X(04).
000910     05  Hist-Operador       PIC X(08).
000911     05  Hist-Tipus          PIC X(01).
000912         88  Hist-Es-Reversio        VALUE "R".
000913     05  Hist-Revertit       PIC X(01).
000914         88  Hist-Es-Revertit        VALUE "S".
000915     05  Hist-Enllac.
000916         10  Hist-Enllac-Run-Id PIC 9(14).
000917         10  Hist-Enllac-Seq PIC 9(06).
000918     05  Hist-Taxa-Inici     PIC 9(08).
000919     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000920                              SIGN IS LEADING SEPARATE CHARACTER.
000921
000922 WORKING-STORAGE SECTION.
000923*----------------------------------------------------------------
000924* LINIA DE TREBALL I VISTES PER TIPUS DE REGISTRE
000925*----------------------------------------------------------------
000930 01  Linia-Treball           PIC X(80).
000940 01  Vista-Detall REDEFINES Linia-Treball.
000950     05  Ed-Opcio            PIC X(01).
001150     05  Ed-Hash-Num1        PIC X(14).
001160     05  Ed-Hash-Num2        PIC X(14).
001170     05  FILLER              PIC X(45).
001171 01  Vista-Reversio REDEFINES Linia-Treball.
001172     05  FILLER              PIC X(01).
001173     05  EdR-Clau.
001174         10  EdR-Run-Id      PIC X(14).
001175         10  EdR-Seq         PIC X(06).
001176     05  FILLER              PIC X(59).
001180 01  Linia-Desada            PIC X(80).
001190 
001200 01  Camp-Import             PIC X(10).
001350     88  Fs-Informe-Ok           VALUE "00".
001352 01  Fs-Parametres       PIC X(02).
001354     88  Fs-Parametres-Ok        VALUE "00".
001355 01  Fs-Data-Negoci      PIC X(02).
001356     88  Fs-Data-Negoci-Ok       VALUE "00".
001357 01  Fs-Historic         PIC X(02).
001358     88  Fs-Historic-Ok          VALUE "00".
001360 
001370*----------------------------------------------------------------
001380* COMPTADORS I INDICADORS DE CONTROL
001640     88  Entrada-Desquadrada         VALUE "S".
001650 77  Num-Reg-Rebuig              PIC 9(06) COMP VALUE ZERO.
001660 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001662 77  Data-Sistema                PIC 9(08) VALUE ZERO.
001664 77  Sw-Data-Negoci  PIC X(01)   VALUE "N".
001666     88  Data-Negoci-Llegida         VALUE "S".
001670 
001680*----------------------------------------------------------------
001690* CADENA DE CALCUL EN CURS D'EDICIO: ELS MEMBRES S'ACCEPTEN O
001800         10  Ge-Linia        PIC X(80).
001810         10  Ge-Num-Reg      PIC 9(06) COMP.
001820         10  Ge-Camp         PIC X(10).
001821 
001822*----------------------------------------------------------------
001823* REVERSIONS: L'ORIGINAL HA D'EXISTIR A L'HISTORIC D'AUDITORIA,
001824* NO HA D'ESTAR JA REVERTIT NI REVERTIR-SE DUES VEGADES EN EL
001825* MATEIX FITXER
001826*----------------------------------------------------------------
001827 77  Sw-Historic     PIC X(01)   VALUE "N".
001828     88  Historic-Disponible         VALUE "S".
001829 77  Sw-Rev-Vista    PIC X(01)   VALUE "N".
001830     88  Reversio-Ja-Vista           VALUE "S".
001831 77  Max-Rev-Edicio              PIC 9(04) COMP VALUE 500.
001832 77  Rev-Ed-Usades               PIC 9(04) COMP VALUE ZERO.
001833 77  Ind-R                       PIC 9(04) COMP VALUE ZERO.
001834 77  Comptador-Reversions        PIC 9(06) COMP VALUE ZERO.
001835 01  Taula-Rev-Edicio.
001836     05  Re-Clau         OCCURS 500 TIMES PIC X(20).
001837 
001840 01  Camp-Ent-N1             PIC X(10).
001850 01  Camp-Ent-N2             PIC X(10).
001860 01  Camp-Hash               PIC X(14).
002030     05  Rpt-Etiqueta        PIC X(21).
002040     05  Rpt-Valor           PIC ZZZZZ9.
002050 
002051 01  Linia-Data-Rpt.
002052     05  FILLER              PIC X(16) VALUE "DATA DE NEGOCI: ".
002053     05  Rpt-Data-Negoci     PIC 9(08).
002054     05  FILLER              PIC X(02) VALUE SPACES.
002055     05  Rpt-Origen-Data     PIC X(20).
002056 
002060 PROCEDURE DIVISION.
002070*=================================================================
002080* 0000-MAINLINE
002240*=================================================================
002250 1000-INICIALITZAR.
002255     PERFORM 1100-LLEGIR-PARAMETRES THRU 1100-EXIT.
002257     PERFORM 1200-LLEGIR-DATA-NEGOCI THRU 1200-EXIT.
002260     OPEN INPUT Fitxer-Entrada.
002270     IF NOT Fs-Entrada-Ok
002280         DISPLAY "CALCEDIT: fitxer d'entrada no obert. Status: "
002530     END-IF.
002540     MOVE "CALCEDIT - INFORME D'EDICIO" TO Linia-Informe.
002550     WRITE Linia-Informe.
002551     MOVE Data-Sistema TO Rpt-Data-Negoci.
002552     IF Data-Negoci-Llegida
002553         MOVE SPACES TO Rpt-Origen-Data
002554     ELSE
002555         MOVE "(DATA DEL SISTEMA)" TO Rpt-Origen-Data
002556     END-IF.
002557     WRITE Linia-Informe FROM Linia-Data-Rpt.
002560     MOVE SPACES TO Linia-Informe.
002570     WRITE Linia-Informe.
002572     OPEN INPUT Fitxer-Historic.
002574     IF Fs-Historic-Ok
002576         SET Historic-Disponible TO TRUE
002578     END-IF.
002580 1000-EXIT.
002590     EXIT.
002591
003360             PERFORM 2750-INICIAR-GRUP THRU 2750-EXIT
003370             PERFORM 2300-VALIDAR-DETALL THRU 2300-EXIT
003380             PERFORM 2600-AFEGIR-A-GRUP THRU 2600-EXIT
003381         WHEN Ed-Tipus = "R"
003382             ADD 1 TO Detalls-Entrada
003383             PERFORM 2700-FINALITZAR-GRUP THRU 2700-EXIT
003384             PERFORM 2800-VALIDAR-REVERSIO THRU 2800-EXIT
003385             IF Camp-Error = SPACES
003386                 PERFORM 5120-ESCRIURE-NET-REV THRU 5120-EXIT
003387             ELSE
003388                 PERFORM 5250-REBUTJAR-ACTUAL THRU 5250-EXIT
003389             END-IF
003390         WHEN OTHER
003400             MOVE "TIPUS" TO Camp-Error
003410             PERFORM 5250-REBUTJAR-ACTUAL THRU 5250-EXIT
005080         MOVE "DATA" TO Camp-Error
005090         GO TO 2400-EXIT
005100     END-IF.
005101     IF Data-Negoci-Llegida
005102     AND Ed-Data > Data-Sistema
005103         MOVE "DATA" TO Camp-Error
005104         GO TO 2400-EXIT
005105     END-IF.
005110     IF Ed-Origen = SPACES
005120         MOVE "ORIGEN" TO Camp-Error
005130     END-IF.
006630     MOVE "REGISTRES REBUTJATS: " TO Rpt-Etiqueta.
006640     MOVE Comptador-Rebutjats TO Rpt-Valor.
006650     WRITE Linia-Informe FROM Linia-Resum-Rpt.
006651     IF Comptador-Reversions > ZERO
006652         MOVE "REVERSIONS NETES:    " TO Rpt-Etiqueta
006653         MOVE Comptador-Reversions TO Rpt-Valor
006654         WRITE Linia-Informe FROM Linia-Resum-Rpt
006655     END-IF.
006660     IF NOT Cap-Entrada-Vista OR NOT Cua-Entrada-Vista
006670         SET Entrada-Desquadrada TO TRUE
006680     END-IF.
007110     CLOSE Fitxer-Nets.
007120     CLOSE Fitxer-Rebutjos.
007130     CLOSE Fitxer-Informe.
007132     IF Historic-Disponible
007134         CLOSE Fitxer-Historic
007136     END-IF.
007140     IF Error-Fatal
007150         MOVE 12 TO Codi-Retorn
007160     ELSE
007320         " Rebutjats: " Comptador-Rebutjats.
007330 9000-EXIT.
007340     EXIT.
007350
007360*=================================================================
007370* 1200-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
007380*                           de control (CALCDIA); sense registre
007390*                           es pren la data del sistema i no es
007400*                           controla la data de les capcaleres
007410*=================================================================
007420 1200-LLEGIR-DATA-NEGOCI.
007430     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
007440     OPEN INPUT Fitxer-Data-Negoci.
007450     IF NOT Fs-Data-Negoci-Ok
007460         GO TO 1200-EXIT
007470     END-IF.
007480     READ Fitxer-Data-Negoci
007490         NOT AT END
007500             MOVE Dng-Data TO Data-Sistema
007510             SET Data-Negoci-Llegida TO TRUE
007520     END-READ.
007530     CLOSE Fitxer-Data-Negoci.
007540 1200-EXIT.
007550     EXIT.
007560
007570*=================================================================
007580* 2800-VALIDAR-REVERSIO - Valida una reversio (R): clau numerica,
007590*                         original a l'historic d'auditoria que
007600*                         no sigui una reversio ni estigui
007610*                         revertit, i que no es revertit dues
007620*                         vegades al fitxer
007630*=================================================================
007640 2800-VALIDAR-REVERSIO.
007650     IF EdR-Run-Id NOT NUMERIC
007660         MOVE "REVRUN" TO Camp-Error
007670         GO TO 2800-EXIT
007680     END-IF.
007690     IF EdR-Seq NOT NUMERIC
007700         MOVE "REVSEQ" TO Camp-Error
007710         GO TO 2800-EXIT
007720     END-IF.
007730     IF NOT Historic-Disponible
007740         MOVE "HISTORIC" TO Camp-Error
007750         GO TO 2800-EXIT
007760     END-IF.
007770     MOVE EdR-Run-Id TO Hist-Run-Id.
007780     MOVE EdR-Seq    TO Hist-Seq.
007790     READ Fitxer-Historic
007800         INVALID KEY
007810             MOVE "ORIGINAL" TO Camp-Error
007820             GO TO 2800-EXIT
007830     END-READ.
007840     IF Hist-Es-Reversio
007850         MOVE "REVERSIO" TO Camp-Error
007860         GO TO 2800-EXIT
007870     END-IF.
007880     MOVE "N" TO Sw-Rev-Vista.
007890     PERFORM 2810-CERCAR-REVERSIO THRU 2810-EXIT
007900         VARYING Ind-R FROM 1 BY 1
007910         UNTIL Ind-R > Rev-Ed-Usades OR Reversio-Ja-Vista.
007920     IF Hist-Es-Revertit OR Reversio-Ja-Vista
007930         MOVE "REVERTIT" TO Camp-Error
007940         GO TO 2800-EXIT
007950     END-IF.
007960     IF Rev-Ed-Usades >= Max-Rev-Edicio
007970         MOVE "REVTAULA" TO Camp-Error
007980         GO TO 2800-EXIT
007990     END-IF.
008000     ADD 1 TO Rev-Ed-Usades.
008010     MOVE EdR-Clau TO Re-Clau (Rev-Ed-Usades).
008020 2800-EXIT.
008030     EXIT.
008040
008050 2810-CERCAR-REVERSIO.
008060     IF Re-Clau (Ind-R) = EdR-Clau
008070         SET Reversio-Ja-Vista TO TRUE
008080     END-IF.
008090 2810-EXIT.
008100     EXIT.
008110
008120*=================================================================
008130* 5120-ESCRIURE-NET-REV - Copia la reversio validada al fitxer
008140*                         net; compta com a detall pero no entra
008150*                         als totals de control d'imports
008160*=================================================================
008170 5120-ESCRIURE-NET-REV.
008180     MOVE Ed-Tipus   TO Netr-Tipus.
008190     MOVE EdR-Run-Id TO Netr-Run-Id.
008200     MOVE EdR-Seq    TO Netr-Seq.
008210     WRITE Reg-Net-Reversio.
008220     IF NOT Fs-Nets-Ok
008230         DISPLAY "CALCEDIT: escriptura fallida (net). Status: "
008240             Fs-Nets
008250         SET Error-Fatal TO TRUE
008260         GO TO 5120-EXIT
008270     END-IF.
008280     ADD 1 TO Comptador-Nets.
008290     ADD 1 TO Net-Detalls.
008300     ADD 1 TO Comptador-Reversions.
008310 5120-EXIT.
008320     EXIT.
