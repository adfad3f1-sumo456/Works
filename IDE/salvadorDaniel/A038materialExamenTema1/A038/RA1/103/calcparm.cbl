000190*                  IDIOMA (idioma per defecte, valor de text C o
000200*                  A). Cada programa cau als seus valors per
000210*                  defecte si la clau o el fitxer no hi son.
000211* 07/09/2026 JF    Identificacio previa d'un operador actiu amb
000212*                  autoritzacio de supervisor contra el fitxer
000213*                  mestre d'operadors; els intents s'anoten al
000214*                  registre de seguretat (SECFILE) amb mode P.
000215*                  Cada alta, modificacio i baixa s'anota al
000216*                  diari de manteniment (MNTJRNL) amb l'operador,
000217*                  la data, l'hora, la clau i les imatges del
000218*                  registre abans i despres del canvi. La baixa
000219*                  llegeix i mostra el parametre abans d'esborrar.
000220* 10/09/2026 JF    Registre d'operador amb el limit d'import.
000221*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000300         RECORD KEY IS Parm-Clau
000310         FILE STATUS IS Fs-Parametres.
000320
000321     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS Opr-Id
000325         FILE STATUS IS Fs-Operadors.
000326
000327     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000328         ORGANIZATION IS LINE SEQUENTIAL
000329         FILE STATUS IS Fs-Seguretat.
000330
000331     SELECT Fitxer-Diari ASSIGN TO MNTJRNL
000332         ORGANIZATION IS LINE SEQUENTIAL
000333         FILE STATUS IS Fs-Diari.
000334
000335 DATA DIVISION.
000340 FILE SECTION.
000350 FD  Fitxer-Parametres.
000360 01  Reg-Parametre.
000390     05  Parm-Valor-Text     PIC X(04).
000400     05  Parm-Descripcio     PIC X(30).
000410
000411 FD  Fitxer-Operadors.
000412 01  Reg-Operador.
000413     05  Opr-Id              PIC X(08).
000414     05  Opr-Nom             PIC X(20).
000415     05  Opr-Aut-Int         PIC X(01).
000416     05  Opr-Aut-Lot         PIC X(01).
000417     05  Opr-Actiu           PIC X(01).
000418         88  Opr-Es-Actiu            VALUE "S".
000419     05  Opr-Aut-Sup         PIC X(01).
000420         88  Opr-Es-Supervisor       VALUE "S".
000421     05  Opr-Limit-Import    PIC S9(7)V99
000422                              SIGN IS LEADING SEPARATE CHARACTER.
000423
000424 FD  Fitxer-Seguretat.
000425 01  Reg-Seguretat.
000426     05  Seg-Data            PIC 9(08).
000427     05  FILLER              PIC X(01).
000428     05  Seg-Hora            PIC 9(06).
000429     05  FILLER              PIC X(01).
000430     05  Seg-Operador        PIC X(08).
000431     05  FILLER              PIC X(01).
000432     05  Seg-Mode            PIC X(01).
000433     05  FILLER              PIC X(01).
000434     05  Seg-Resultat        PIC X(10).
000435
000436 FD  Fitxer-Diari.
000437 01  Reg-Diari.
000438     05  Jrn-Data            PIC 9(08).
000439     05  FILLER              PIC X(01).
000440     05  Jrn-Hora            PIC 9(06).
000441     05  FILLER              PIC X(01).
000442     05  Jrn-Operador        PIC X(08).
000443     05  FILLER              PIC X(01).
000444     05  Jrn-Programa        PIC X(08).
000445     05  FILLER              PIC X(01).
000446     05  Jrn-Accio           PIC X(01).
000447     05  FILLER              PIC X(01).
000448     05  Jrn-Clau            PIC X(12).
000449     05  FILLER              PIC X(01).
000450     05  Jrn-Abans           PIC X(50).
000451     05  FILLER              PIC X(01).
000452     05  Jrn-Despres         PIC X(50).
000453
000454 WORKING-STORAGE SECTION.
000455*----------------------------------------------------------------
000456* INDICADORS D'ESTAT DE FITXERS
000457*----------------------------------------------------------------
000460 01  Fs-Parametres       PIC X(02).
000470     88  Fs-Parametres-Ok        VALUE "00".
000480     88  Fs-Parm-Inexistent      VALUE "35".
000481 01  Fs-Operadors        PIC X(02).
000482     88  Fs-Operadors-Ok         VALUE "00".
000483 01  Fs-Seguretat        PIC X(02).
000484     88  Fs-Seguretat-Ok         VALUE "00".
000485     88  Fs-Seg-Inexistent       VALUE "35".
000486 01  Fs-Diari            PIC X(02).
000487     88  Fs-Diari-Ok             VALUE "00".
000488     88  Fs-Diari-Inexistent     VALUE "35".
000490
000500*----------------------------------------------------------------
000510* COMPTADORS I INDICADORS DE CONTROL
000570     88  Fi-Fitxer                   VALUE "S".
000580 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000590     88  Error-Fatal                 VALUE "S".
000593 77  Sw-Diari        PIC X(01)   VALUE "N".
000596     88  Diari-Obert                 VALUE "S".
000600 77  Opcio           PIC 9       VALUE ZERO.
000601 77  Operador-Id     PIC X(08)   VALUE SPACES.
000602 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
000603 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
000604 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
000605 77  Accio-Diari     PIC X(01)   VALUE SPACE.
000606 77  Imatge-Abans    PIC X(50)   VALUE SPACES.
000607 77  Imatge-Despres  PIC X(50)   VALUE SPACES.
000610 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
000620 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000630
000760
000770*=================================================================
000780* 1000-INICIALITZAR - Obre el fitxer de parametres; si encara no
000790*                     existeix, el crea buit. Despres identifica
000793*                     l'operador supervisor i obre el diari de
000796*                     manteniment
000800*=================================================================
000810 1000-INICIALITZAR.
000815     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
000820     DISPLAY "CALCPARM - Manteniment de parametres".
000830     DISPLAY "====================================".
000840     OPEN I-O Fitxer-Parametres.
000910         DISPLAY "Error fatal: fitxer de parametres no obert. "
000920             "Status: " Fs-Parametres
000930         SET Error-Fatal TO TRUE
000935         GO TO 1000-EXIT
000940     END-IF.
000941     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000942     IF Error-Fatal
000943         GO TO 1000-EXIT
000944     END-IF.
000945     OPEN EXTEND Fitxer-Diari.
000946     IF Fs-Diari-Inexistent
000947         OPEN OUTPUT Fitxer-Diari
000948     END-IF.
000949     IF NOT Fs-Diari-Ok
000950         DISPLAY "Error fatal: diari de manteniment no obert. "
000951             "Status: " Fs-Diari
000952         SET Error-Fatal TO TRUE
000953         GO TO 1000-EXIT
000954     END-IF.
000955     SET Diari-Obert TO TRUE.
000956 1000-EXIT.
000960     EXIT.
000970
000980*=================================================================
001410     WRITE Reg-Parametre
001420         INVALID KEY
001430             DISPLAY "El parametre " Parm-Clau " ja existeix."
001435             GO TO 3000-EXIT
001440         NOT INVALID KEY
001450             DISPLAY "Parametre " Parm-Clau " donat d'alta."
001460     END-WRITE.
001462     MOVE "A"           TO Accio-Diari.
001464     MOVE SPACES        TO Imatge-Abans.
001466     MOVE Reg-Parametre TO Imatge-Despres.
001468     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001470 3000-EXIT.
001480     EXIT.
001490
001590             GO TO 3100-EXIT
001600     END-READ.
001610     PERFORM 3400-MOSTRAR-PARAMETRE THRU 3400-EXIT.
001615     MOVE Reg-Parametre TO Imatge-Abans.
001620     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
001630     REWRITE Reg-Parametre
001640         INVALID KEY
001650             DISPLAY "Error en reescriure el parametre "
001660                 Parm-Clau "."
001665             GO TO 3100-EXIT
001670         NOT INVALID KEY
001680             DISPLAY "Parametre " Parm-Clau " modificat."
001690     END-REWRITE.
001692     MOVE "M"           TO Accio-Diari.
001694     MOVE Reg-Parametre TO Imatge-Despres.
001696     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001700 3100-EXIT.
001710     EXIT.
001720
001770 3200-BAIXA.
001780     DISPLAY "Clau del parametre a donar de baixa: ".
001790     ACCEPT Parm-Clau.
001791     READ Fitxer-Parametres
001792         INVALID KEY
001793             DISPLAY "El parametre " Parm-Clau " no existeix."
001794             GO TO 3200-EXIT
001795     END-READ.
001796     PERFORM 3400-MOSTRAR-PARAMETRE THRU 3400-EXIT.
001797     MOVE Reg-Parametre TO Imatge-Abans.
001800     DELETE Fitxer-Parametres
001810         INVALID KEY
001820             DISPLAY "El parametre " Parm-Clau " no existeix."
001825             GO TO 3200-EXIT
001830         NOT INVALID KEY
001840             DISPLAY "Parametre " Parm-Clau " donat de baixa."
001850     END-DELETE.
001852     MOVE "B"           TO Accio-Diari.
001854     MOVE SPACES        TO Imatge-Despres.
001856     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001860 3200-EXIT.
001870     EXIT.
001880
002410     EXIT.
002420
002430*=================================================================
002440* 9000-FINALITZAR - Tanca el fitxer de parametres i el diari
002450*=================================================================
002460 9000-FINALITZAR.
002470     CLOSE Fitxer-Parametres.
002472     IF Diari-Obert
002474         CLOSE Fitxer-Diari
002476     END-IF.
002480     IF Error-Fatal
002490         MOVE 12 TO Codi-Retorn
002500     ELSE
002530     DISPLAY "CALCPARM finalitzat.".
002540 9000-EXIT.
002550     EXIT.
002560
002570*=================================================================
002580* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
002590*                amb autoritzacio de supervisor pot mantenir el
002600*                fitxer de parametres
002610*=================================================================
002620 1100-SIGN-ON.
002630     OPEN INPUT Fitxer-Operadors.
002640     IF NOT Fs-Operadors-Ok
002650         DISPLAY "Error fatal: fitxer mestre d'operadors no "
002660             "obert. Status: " Fs-Operadors
002670         SET Error-Fatal TO TRUE
002680         GO TO 1100-EXIT
002690     END-IF.
002700     DISPLAY "Introdueix el teu codi d'operador: ".
002710     ACCEPT Operador-Id.
002720     MOVE Operador-Id TO Opr-Id.
002730     MOVE "OK" TO Seg-Resultat-Op.
002740     READ Fitxer-Operadors
002750         INVALID KEY
002760             DISPLAY "Operador desconegut o inactiu."
002770             MOVE "DESCONEGUT" TO Seg-Resultat-Op
002780             SET Error-Fatal TO TRUE
002790             GO TO 1100-ANOTAR
002800     END-READ.
002810     IF NOT Opr-Es-Actiu
002820         DISPLAY "Operador desconegut o inactiu."
002830         MOVE "INACTIU" TO Seg-Resultat-Op
002840         SET Error-Fatal TO TRUE
002850         GO TO 1100-ANOTAR
002860     END-IF.
002870     IF NOT Opr-Es-Supervisor
002880         DISPLAY "Operador sense autoritzacio de supervisor."
002890         MOVE "NOSUPERV" TO Seg-Resultat-Op
002900         SET Error-Fatal TO TRUE
002910     END-IF.
002920 1100-ANOTAR.
002930     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
002940     CLOSE Fitxer-Operadors.
002950 1100-EXIT.
002960     EXIT.
002970
002980*=================================================================
002990* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
003000*                           l'intent d'identificacio (mode P de
003010*                           manteniment de parametres)
003020*=================================================================
003030 5400-ESCRIURE-SEGURETAT.
003040     OPEN EXTEND Fitxer-Seguretat.
003050     IF Fs-Seg-Inexistent
003060         OPEN OUTPUT Fitxer-Seguretat
003070     END-IF.
003080     IF NOT Fs-Seguretat-Ok
003090         DISPLAY "Avis: registre de seguretat no disponible. "
003100             "Status: " Fs-Seguretat
003110         GO TO 5400-EXIT
003120     END-IF.
003130     ACCEPT Hora-Sistema FROM TIME.
003140     MOVE SPACES             TO Reg-Seguretat.
003150     MOVE Data-Sistema       TO Seg-Data.
003160     MOVE Hora-Sistema (1:6) TO Seg-Hora.
003170     MOVE Operador-Id        TO Seg-Operador.
003180     MOVE "P"                TO Seg-Mode.
003190     MOVE Seg-Resultat-Op    TO Seg-Resultat.
003200     WRITE Reg-Seguretat.
003210     IF NOT Fs-Seguretat-Ok
003220         DISPLAY "Avis: escriptura fallida (seguretat). "
003230             "Status: " Fs-Seguretat
003240     END-IF.
003250     CLOSE Fitxer-Seguretat.
003260 5400-EXIT.
003270     EXIT.
003280
003290*=================================================================
003300* 5600-ESCRIURE-DIARI - Anota el canvi al diari de manteniment
003310*                       (A = alta, M = modificacio, B = baixa)
003320*                       amb les imatges abans i despres. Si no
003330*                       es pot anotar, la sessio s'atura
003340*=================================================================
003350 5600-ESCRIURE-DIARI.
003360     ACCEPT Hora-Sistema FROM TIME.
003370     MOVE SPACES             TO Reg-Diari.
003380     MOVE Data-Sistema       TO Jrn-Data.
003390     MOVE Hora-Sistema (1:6) TO Jrn-Hora.
003400     MOVE Operador-Id        TO Jrn-Operador.
003410     MOVE "CALCPARM"         TO Jrn-Programa.
003420     MOVE Accio-Diari        TO Jrn-Accio.
003430     MOVE Parm-Clau          TO Jrn-Clau.
003440     MOVE Imatge-Abans       TO Jrn-Abans.
003450     MOVE Imatge-Despres     TO Jrn-Despres.
003460     WRITE Reg-Diari.
003470     IF NOT Fs-Diari-Ok
003480         DISPLAY "Error fatal: escriptura fallida (diari). "
003490             "Status: " Fs-Diari
003500         SET Error-Fatal TO TRUE
003510     END-IF.
003520 5600-EXIT.
003530     EXIT.
