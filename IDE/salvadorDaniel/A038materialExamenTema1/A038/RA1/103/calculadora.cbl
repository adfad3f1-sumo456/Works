000735* 03/09/2026 JF    Els avisos dels registres de lots, seguretat
000736*                  i execucions passen per la taula bilingue de
000737*                  textos com la resta de missatges.
000738* 10/09/2026 JF    Limit d'import per operador (Opr-Limit-Import,
000739*                  0 = sense limit): un resultat que en valor
000740*                  absolut passa del limit de l'operador no
000741*                  s'audita; va al fitxer de pendents
000742*                  d'aprovacio (PENDFILE) amb la sequencia
000743*                  d'auditoria ja reservada, i la cadena del lot
000744*                  que el conte es rete sencera com es fa amb
000745*                  una cadena fallida. Un supervisor l'aprova o
000746*                  la rebutja amb CALCAPRV. Nou camp d'aprovador
000747*                  al registre d'auditoria.
000748* 14/09/2026 JF    Data de negoci: la data d'auditoria, errors,
000749*                  pendents, punt de control, llibre d'execucions
000750*                  i vigencia de taxes es pren del registre de
000751*                  control BUSDATE (mantingut per CALCDIA) en lloc
000752*                  del rellotge. Amb el dia tancat la calculadora
000753*                  no arrenca (codi de retorn 12).
000754* 16/09/2026 JF    Nou registre de reversio (R) al lot: anul.la un
000755*                  calcul ja auditat (run + sequencia) buscant-lo
000756*                  a l'historic d'auditoria; s'audita el resultat
000757*                  canviat de signe enllacat a l'original. Un
000758*                  original inexistent, ja revertit o que es una
000759*                  reversio va a excepcions.
000760* 18/09/2026 JF    Cua de control a l'auditoria: en acabar, cada
000761*                  execucio tanca el seu tram d'AUDFILE amb una
000762*                  cua (CONTROL) amb el run, el recompte, el total
000763*                  dels resultats i un hash encadenat dels
000764*                  registres, que CALCHIST, CALCREPT, CALCEXTR i
000765*                  CALCPOST verifiquen. En afegir a l'auditoria
000766*                  d'una execucio interrompuda, el tram que hi ha
000767*                  quedat sense cua es segella amb una cua de
000768*                  recuperacio i s'anota a SECFILE (mode C,
000769*                  SEGELLAT).
000770* 21/09/2026 JF    AUDHIST amb claus alternatives de data i
000771*                  d'operador (amb duplicats).
000772* 23/09/2026 JF    L'auditoria, els pendents i l'historic porten
000773*                  la versio de taxa aplicada (data d'inici i
000774*                  valor); zero si l'operacio no es de taxa.
000775*                  Les reversions hi copien la de l'original.
000776* 15/10/2026 JF    La cua de control nomes acumula els registres
000777*                  d'auditoria que s'han escrit.
000778*----------------------------------------------------------------
000779
000780 ENVIRONMENT DIVISION.
000781 INPUT-OUTPUT SECTION.
000782 FILE-CONTROL.
000783     SELECT Fitxer-Transaccions ASSIGN TO Lot-Nom-Fitxer
000784         ORGANIZATION IS LINE SEQUENTIAL
000785         FILE STATUS IS Fs-Transaccions.
000786
000787     SELECT Fitxer-Control ASSIGN TO CTLFILE
000788         ORGANIZATION IS LINE SEQUENTIAL
000789         FILE STATUS IS Fs-Control.
000790 
000800     SELECT Fitxer-Auditoria ASSIGN TO AUDFILE
000810         ORGANIZATION IS LINE SEQUENTIAL
001049         RECORD KEY IS Lreg-Clau
001050         FILE STATUS IS Fs-Lots.
001051 
001052     SELECT Fitxer-Pendents ASSIGN TO PENDFILE
001053         ORGANIZATION IS INDEXED
001054         ACCESS MODE IS RANDOM
001055         RECORD KEY IS Pnd-Clau
001056         FILE STATUS IS Fs-Pendents.
001057
001058     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
001059         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS Fs-Data-Negoci.
001061
001062     SELECT Fitxer-Historic ASSIGN TO AUDHIST
001063         ORGANIZATION IS INDEXED
001064         ACCESS MODE IS RANDOM
001065         RECORD KEY IS Hist-Clau
001066         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
001067         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
001068         FILE STATUS IS Fs-Historic.
001069 
001070 DATA DIVISION.
001071 FILE SECTION.
001072 FD  Fitxer-Transaccions.
001073 01  Reg-Transaccio.
001080     05  Tr-Opcio            PIC 9.
001090     05  Tr-Num1             PIC S9(7)V99
001100                              SIGN IS LEADING SEPARATE CHARACTER.
001340                              SIGN IS LEADING SEPARATE CHARACTER.
001350     05  Trq-Hash-Num2       PIC S9(11)V99
001360                              SIGN IS LEADING SEPARATE CHARACTER.
001361 01  Reg-Tr-Reversio.
001362     05  Trr-Tipus           PIC X(01).
001363         88  Trr-Es-Reversio         VALUE "R".
001364     05  Trr-Run-Id          PIC 9(14).
001365     05  Trr-Seq             PIC 9(06).
001370 
001372 FD  Fitxer-Control.
001374 01  Reg-Control.
001590     05  Aud-Codi-Taxa       PIC X(04).
001600     05  FILLER              PIC X(01).
001610     05  Aud-Operador        PIC X(08).
001611     05  FILLER              PIC X(01).
001612     05  Aud-Aprovador       PIC X(08).
001613     05  FILLER              PIC X(01).
001614     05  Aud-Tipus           PIC X(01).
001615         88  Aud-Es-Reversio         VALUE "R".
001616     05  FILLER              PIC X(01).
001617     05  Aud-Orig-Run-Id     PIC 9(14).
001618     05  FILLER              PIC X(01).
001619     05  Aud-Orig-Seq        PIC 9(06).
001620     05  FILLER              PIC X(01).
001621     05  Aud-Taxa-Inici      PIC 9(08).
001622     05  FILLER              PIC X(01).
001623     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
001624                              SIGN IS LEADING SEPARATE CHARACTER.
001625 01  Reg-Control-Auditoria.
001626     05  Auc-Marca           PIC X(14).
001627         88  Auc-Es-Control          VALUE "CONTROL".
001628     05  FILLER              PIC X(01).
001629     05  Auc-Run-Id          PIC 9(14).
001630     05  FILLER              PIC X(01).
001631     05  Auc-Comptador       PIC 9(06).
001632     05  FILLER              PIC X(01).
001633     05  Auc-Total           PIC S9(13)V99
001634                              SIGN IS LEADING SEPARATE CHARACTER.
001635     05  FILLER              PIC X(01).
001636     05  Auc-Hash            PIC 9(09).
001637     05  FILLER              PIC X(01).
001638     05  Auc-Origen          PIC X(08).
001639     05  FILLER              PIC X(01).
001640     05  Auc-Recuperat       PIC X(01).
001641         88  Auc-Es-Recuperat        VALUE "S".
001642 
001643 FD  Fitxer-Errors.
001644 01  Reg-Errors.
001650     05  Err-Data            PIC 9(08).
001660     05  FILLER              PIC X(01).
001670     05  Err-Opcio           PIC 9.
002050     05  Opr-Aut-Lot         PIC X(01).
002060     05  Opr-Actiu           PIC X(01).
002070         88  Opr-Es-Actiu            VALUE "S".
002071     05  Opr-Aut-Sup         PIC X(01).
002072         88  Opr-Es-Supervisor       VALUE "S".
002073     05  Opr-Limit-Import    PIC S9(7)V99
002074                              SIGN IS LEADING SEPARATE CHARACTER.
002075
002076 FD  Fitxer-Ledger.
002077 01  Reg-Ledger.
002123     05  Lreg-Operador       PIC X(08).
002124     05  Lreg-Unitats        PIC 9(06).
002125
002126 FD  Fitxer-Pendents.
002127 01  Reg-Pendent.
002128     05  Pnd-Clau.
002129         10  Pnd-Run-Id      PIC 9(14).
002130         10  Pnd-Seq         PIC 9(06).
002131     05  Pnd-Grup            PIC 9(06).
002132     05  Pnd-Estat           PIC X(01).
002133         88  Pnd-Es-Pendent          VALUE "P".
002134         88  Pnd-Es-Aprovat          VALUE "A".
002135         88  Pnd-Es-Rebutjat         VALUE "R".
002136     05  Pnd-Data            PIC 9(08).
002137     05  Pnd-Hora            PIC 9(06).
002138     05  Pnd-Opcio           PIC 9.
002139     05  Pnd-Num1            PIC S9(7)V99
002140                              SIGN IS LEADING SEPARATE CHARACTER.
002141     05  Pnd-Num2            PIC S9(7)V99
002142                              SIGN IS LEADING SEPARATE CHARACTER.
002143     05  Pnd-Resultat        PIC S9(7)V99
002144                              SIGN IS LEADING SEPARATE CHARACTER.
002145     05  Pnd-Codi-Taxa       PIC X(04).
002146     05  Pnd-Operador        PIC X(08).
002147     05  Pnd-Limit           PIC S9(7)V99
002148                              SIGN IS LEADING SEPARATE CHARACTER.
002149     05  Pnd-Supervisor      PIC X(08).
002150     05  Pnd-Data-Decisio    PIC 9(08).
002151     05  Pnd-Taxa-Inici      PIC 9(08).
002152     05  Pnd-Taxa-Valor      PIC S9(3)V9(4)
002153                              SIGN IS LEADING SEPARATE CHARACTER.
002154
002155 FD  Fitxer-Data-Negoci.
002156 01  Reg-Data-Negoci.
002157     05  Dng-Data            PIC 9(08).
002158     05  FILLER              PIC X(01).
002159     05  Dng-Estat           PIC X(01).
002160         88  Dng-Dia-Obert           VALUE "O".
002161         88  Dng-Dia-Tancat          VALUE "T".
002162     05  FILLER              PIC X(01).
002163     05  Dng-Data-Canvi      PIC 9(08).
002164     05  FILLER              PIC X(01).
002165     05  Dng-Hora-Canvi      PIC 9(06).
002166     05  FILLER              PIC X(01).
002167     05  Dng-Operador        PIC X(08).
002168
002169 FD  Fitxer-Historic.
002170 01  Reg-Historic.
002171     05  Hist-Clau.
002172         10  Hist-Run-Id     PIC 9(14).
002173         10  Hist-Seq        PIC 9(06).
002174     05  Hist-Data           PIC 9(08).
002175     05  Hist-Hora           PIC 9(06).
002176     05  Hist-Opcio          PIC 9.
002177     05  Hist-Num1           PIC S9(7)V99
002178                              SIGN IS LEADING SEPARATE CHARACTER.
002179     05  Hist-Num2           PIC S9(7)V99
002180                              SIGN IS LEADING SEPARATE CHARACTER.
002181     05  Hist-Resultat       PIC S9(7)V99
002182                              SIGN IS LEADING SEPARATE CHARACTER.
002183     05  Hist-Codi-Taxa      PIC X(04).
002184     05  Hist-Operador       PIC X(08).
002185     05  Hist-Tipus          PIC X(01).
002186         88  Hist-Es-Reversio        VALUE "R".
002187     05  Hist-Revertit       PIC X(01).
002188         88  Hist-Es-Revertit        VALUE "S".
002189     05  Hist-Enllac.
002190         10  Hist-Enllac-Run-Id PIC 9(14).
002191         10  Hist-Enllac-Seq PIC 9(06).
002192     05  Hist-Taxa-Inici     PIC 9(08).
002193     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
002194                              SIGN IS LEADING SEPARATE CHARACTER.
002195
002196 WORKING-STORAGE SECTION.
002197*----------------------------------------------------------------
002198* CAMPS DE TREBALL PRINCIPALS
002199*----------------------------------------------------------------
002200 01  Num1            PIC S9(7)V99
002201                     SIGN IS LEADING SEPARATE CHARACTER.
002202 01  Num2            PIC S9(7)V99
002203                     SIGN IS LEADING SEPARATE CHARACTER.
002204 01  Resultat        PIC S9(7)V99
002205                     SIGN IS LEADING SEPARATE CHARACTER.
002206 01  Opcio           PIC 9.
002207 01  Missatge        PIC X(50).
002210 01  Missatge-Error  PIC X(40).
002220 01  Data-Sistema    PIC 9(08).
002230 01  Codi-Taxa-Op    PIC X(04) VALUE SPACES.
003015     05  Txt-AvisSegEscr      PIC X(45).
003016     05  Txt-AvisLedger       PIC X(45).
003017     05  Txt-AvisLedgerDup    PIC X(50).
003018     05  Txt-Retingut         PIC X(60).
003019     05  Txt-ErrObrirPnd      PIC X(70).
003020     05  Txt-ErrEscriurePnd   PIC X(70).
003021     05  Txt-Retinguts-Etq    PIC X(18).
003022     05  Txt-AvisDataNegoci   PIC X(60).
003023     05  Txt-ErrDiaTancat     PIC X(60).
003024     05  Txt-DataNegoci-Etq   PIC X(18).
003025     05  Txt-Reversio         PIC X(15).
003026     05  Txt-Reversions-Etq   PIC X(18).
003027     05  Txt-MotiuRevInex     PIC X(18).
003028     05  Txt-MotiuRevJa       PIC X(18).
003029     05  Txt-MotiuRevRev      PIC X(18).
003030     05  Txt-MotiuRevHist     PIC X(18).
003031     05  Txt-MotiuRevPle      PIC X(18).
003032     05  Txt-AvisSegellat     PIC X(60).
003033
003034*----------------------------------------------------------------
003035* INDICADORS D'ESTAT DE FITXERS
003040*----------------------------------------------------------------
003050 01  Fs-Transaccions     PIC X(02).
003060     88  Fs-Transaccio-Ok        VALUE "00".
003181 01  Fs-Lots             PIC X(02).
003182     88  Fs-Lots-Ok              VALUE "00".
003183     88  Fs-Lots-Inexistent      VALUE "35".
003184 01  Fs-Pendents         PIC X(02).
003185     88  Fs-Pendents-Ok          VALUE "00".
003186     88  Fs-Pendents-Inexistent  VALUE "35".
003187 01  Fs-Data-Negoci      PIC X(02).
003188     88  Fs-Data-Negoci-Ok       VALUE "00".
003189 01  Fs-Historic         PIC X(02).
003190     88  Fs-Historic-Ok          VALUE "00".
003191
003192*----------------------------------------------------------------
003195* COMPTADORS I INDICADORS DE CONTROL
003200*----------------------------------------------------------------
003210 77  Sw-Mode         PIC X(01)   VALUE "I".
003427 77  Data-Vigencia-Taxa PIC 9(08) VALUE ZERO.
003428 77  Taxa-Valor-Op   PIC S9(3)V9(4) VALUE ZERO
003429                     SIGN IS LEADING SEPARATE CHARACTER.
003432 77  Taxa-Inici-Op   PIC 9(08)   VALUE ZERO.
003435 77  Sw-Aut-Int      PIC X(01)   VALUE "N".
003440     88  Opr-Pot-Interactiu          VALUE "S".
003450 77  Sw-Aut-Lot      PIC X(01)   VALUE "N".
003460     88  Opr-Pot-Lot                 VALUE "S".
003462 77  Sw-Aut-Sup      PIC X(01)   VALUE "N".
003464     88  Opr-Pot-Supervisar          VALUE "S".
003465 77  Limit-Import-Op PIC S9(7)V99 VALUE ZERO
003466                     SIGN IS LEADING SEPARATE CHARACTER.
003467 77  Import-Absolut  PIC 9(7)V99  VALUE ZERO.
003468 77  Sw-Supera-Limit PIC X(01)   VALUE "N".
003469     88  Supera-Limit                VALUE "S".
003470 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
003471 77  Seg-Mode-Op     PIC X(01)   VALUE SPACE.
003472 77  Resp-Acumulador PIC X(01)   VALUE "N".
003480     88  Usar-Acumulador             VALUE "S".
003490 77  Acumulador      PIC S9(7)V99 VALUE ZERO
003500                     SIGN IS LEADING SEPARATE CHARACTER.
003610 77  Comptador-Moduls            PIC 9(5) COMP VALUE ZERO.
003620 77  Comptador-Taxes             PIC 9(5) COMP VALUE ZERO.
003630 77  Aud-Seq-Num                 PIC 9(06) COMP VALUE ZERO.
003631 77  Comptador-Retinguts         PIC 9(5) COMP VALUE ZERO.
003632 77  Grup-Pendent-Inici          PIC 9(06) COMP VALUE ZERO.
003633 77  Comptador-Reversions        PIC 9(5) COMP VALUE ZERO.
003634
003635*----------------------------------------------------------------
003636* REVERSIONS DEL MODE DE LOT: L'ORIGINAL ES BUSCA A L'HISTORIC
003637* D'AUDITORIA I LA TAULA EVITA REVERTIR-LO DUES VEGADES EN UNA
003638* MATEIXA SESSIO
003639*----------------------------------------------------------------
003640 77  Sw-Historic     PIC X(01)   VALUE "N".
003641     88  Historic-Disponible         VALUE "S".
003642 77  Sw-Reversio     PIC X(01)   VALUE "N".
003643     88  Reversio-En-Curs            VALUE "S".
003644 77  Sw-Rev-Trobada  PIC X(01)   VALUE "N".
003645     88  Reversio-Trobada            VALUE "S".
003646 01  Rev-Clau.
003647     05  Rev-Run-Id      PIC 9(14)   VALUE ZERO.
003648     05  Rev-Seq         PIC 9(06)   VALUE ZERO.
003649 01  Motiu-Reversio.
003650     05  Mrv-Text        PIC X(18).
003651     05  FILLER          PIC X(01)   VALUE SPACE.
003652     05  Mrv-Run-Id      PIC 9(14).
003653     05  FILLER          PIC X(01)   VALUE "/".
003654     05  Mrv-Seq         PIC 9(06).
003655 77  Max-Reversions              PIC 9(04) COMP VALUE 200.
003656 77  Rvs-Usades                  PIC 9(04) COMP VALUE ZERO.
003657 77  Ind-Rvs                     PIC 9(04) COMP VALUE ZERO.
003658 01  Taula-Reversions.
003659     05  Rvs-Clau        OCCURS 200 TIMES PIC X(20).
003660
003661*----------------------------------------------------------------
003662* CONTROL DEL FITXER D'AUDITORIA: CADA TRAM ACABA AMB UNA CUA
003663* AMB EL RECOMPTE, EL TOTAL DELS RESULTATS I UN HASH ENCADENAT
003664* DELS REGISTRES. EL HASH ACUMULA EL VALOR BINARI DE CADA OCTET
003665*----------------------------------------------------------------
003666 77  Sw-Aud-Obert    PIC X(01)   VALUE "N".
003667     88  Auditoria-Oberta            VALUE "S".
003668 77  Sw-Tram         PIC X(01)   VALUE "N".
003669     88  Tram-Pendent                VALUE "S".
003670 77  Tram-Run-Id     PIC 9(14)   VALUE ZERO.
003671 01  Acumulats-Control.
003672     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
003673     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
003674     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
003675 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
003676 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
003677 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
003678 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
003679 01  Octet-Hash.
003680     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
003681     05  Octet-Car       PIC X(01)   VALUE SPACE.
003682 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
003683 
003684*----------------------------------------------------------------
003685* CONTROL DE LES CADENES DE CALCUL DEL MODE DE LOT
003686*----------------------------------------------------------------
003687 77  Sw-Grup         PIC X(01)   VALUE "N".
003690     88  Grup-En-Curs                VALUE "S".
003700 77  Sw-Grup-Error   PIC X(01)   VALUE "N".
003710     88  Grup-Error                  VALUE "S".
003720 77  Sw-Grup-Saltat  PIC X(01)   VALUE "N".
003730     88  Grup-Saltat                 VALUE "S".
003733 77  Sw-Grup-Retingut PIC X(01)  VALUE "N".
003736     88  Grup-Retingut               VALUE "S".
003740 77  Grup-Motiu      PIC X(40)   VALUE SPACES.
003745 77  Max-Cadena                  PIC 9(04) COMP VALUE 50.
003750 77  Grup-Num-Passos             PIC 9(04) COMP VALUE ZERO.
003990         10  Pa-Resultat     PIC S9(7)V99
004000                     SIGN IS LEADING SEPARATE CHARACTER.
004010         10  Pa-Taxa         PIC X(04).
004012         10  Pa-Taxa-Inici   PIC 9(08).
004014         10  Pa-Taxa-Valor   PIC S9(3)V9(4)
004016                     SIGN IS LEADING SEPARATE CHARACTER.
004020 77  Sav-Sumes                   PIC 9(5) COMP VALUE ZERO.
004030 77  Sav-Restes                  PIC 9(5) COMP VALUE ZERO.
004040 77  Sav-Multiplicacions         PIC 9(5) COMP VALUE ZERO.
004300     88  Reg-Es-Detall               VALUE "S".
004310 77  Sw-Reg-Cont     PIC X(01)   VALUE "N".
004320     88  Reg-Es-Continuacio          VALUE "S".
004323 77  Sw-Reg-Rev      PIC X(01)   VALUE "N".
004326     88  Reg-Es-Reversio             VALUE "S".
004330 77  Sw-Capcalera    PIC X(01)   VALUE "N".
004340     88  Capcalera-Vista             VALUE "S".
004350 77  Sw-Cua          PIC X(01)   VALUE "N".
004760     PERFORM 1050-CARREGAR-TEXTOS THRU 1050-EXIT.
004770     DISPLAY Txt-Titol.
004780     DISPLAY "===================".
004782     PERFORM 1400-LLEGIR-DATA-NEGOCI THRU 1400-EXIT.
004784     IF Error-Fatal
004786         GO TO 1000-EXIT
004788     END-IF.
004790     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
004800     IF Error-Fatal
004810         GO TO 1000-EXIT
004900     END-IF.
004910     PERFORM 1200-LLEGIR-CHECKPOINT THRU 1200-EXIT.
004920     IF Execucio-Reiniciada OR Spool-Pendent
004925         PERFORM 1250-REVISAR-TRAM THRU 1250-EXIT
004930         OPEN EXTEND Fitxer-Auditoria
004940     ELSE
004950         OPEN OUTPUT Fitxer-Auditoria
004970     IF NOT Fs-Auditoria-Ok
004980         DISPLAY Txt-ErrObrirAud " Status: " Fs-Auditoria
004990         SET Error-Fatal TO TRUE
004991     ELSE
004992         SET Auditoria-Oberta TO TRUE
004993         IF Tram-Pendent
004994             PERFORM 5750-ESCRIURE-CUA-AUD THRU 5750-EXIT
004995         END-IF
005000     END-IF.
005010     IF Execucio-Reiniciada OR Spool-Pendent
005020         OPEN EXTEND Fitxer-Errors
005070         DISPLAY Txt-ErrObrirErr " Status: " Fs-Errors
005080         SET Error-Fatal TO TRUE
005090     END-IF.
005091     OPEN I-O Fitxer-Pendents.
005092     IF Fs-Pendents-Inexistent
005093         OPEN OUTPUT Fitxer-Pendents
005094         CLOSE Fitxer-Pendents
005095         OPEN I-O Fitxer-Pendents
005096     END-IF.
005097     IF NOT Fs-Pendents-Ok
005098         DISPLAY Txt-ErrObrirPnd " Status: " Fs-Pendents
005099         SET Error-Fatal TO TRUE
005100     END-IF.
005101     OPEN INPUT Fitxer-Taxes.
005110     IF Fs-Taxes-Ok
005120         SET Taxes-Disponibles TO TRUE
005130     ELSE
005140         DISPLAY Txt-AvisTaxes
005141     END-IF.
005142     IF Mode-Lot
005143         OPEN INPUT Fitxer-Historic
005144         IF Fs-Historic-Ok
005145             SET Historic-Disponible TO TRUE
005146         END-IF
005150     END-IF.
005160 1000-EXIT.
005170     EXIT.
005400             MOVE Opr-Aut-Int TO Sw-Aut-Int
005410             MOVE Opr-Aut-Lot TO Sw-Aut-Lot
005412             MOVE Opr-Aut-Sup TO Sw-Aut-Sup
005416             MOVE Opr-Limit-Import TO Limit-Import-Op
005420         ELSE
005430             DISPLAY Txt-ErrOperador
005435             MOVE "INACTIU" TO Seg-Resultat-Op
006750         MOVE "Warning: run ledger not open." TO Txt-AvisLedger
006751         MOVE "Warning: run already recorded in the ledger." TO
006752             Txt-AvisLedgerDup
006753         MOVE "Result above your limit; held for approval." TO
006754             Txt-Retingut
006755         MOVE "Fatal error: cannot open pending approval file."
006756             TO Txt-ErrObrirPnd
006757         MOVE "Fatal error: pending approval file write failed."
006758             TO Txt-ErrEscriurePnd
006759         MOVE "Held for approval:" TO Txt-Retinguts-Etq
006760         MOVE "Warning: no business date; system date used."
006761             TO Txt-AvisDataNegoci
006762         MOVE "Fatal error: the business day is closed:" TO
006763             Txt-ErrDiaTancat
006764         MOVE "Business date:    " TO Txt-DataNegoci-Etq
006765         MOVE "Reversal: " TO Txt-Reversio
006766         MOVE "Reversals:        " TO Txt-Reversions-Etq
006767         MOVE "Rev. not found:" TO Txt-MotiuRevInex
006768         MOVE "Rev. already done:" TO Txt-MotiuRevJa
006769         MOVE "Rev. of reversal:" TO Txt-MotiuRevRev
006770         MOVE "Rev. no history:" TO Txt-MotiuRevHist
006771         MOVE "Rev. table full:" TO Txt-MotiuRevPle
006772         MOVE "Warning: interrupted audit segment sealed, run "
006773             TO Txt-AvisSegellat
006774     ELSE
006775         MOVE "Calculadora Simple" TO Txt-Titol
006776         MOVE "Mode d'execucio (I=Interactiu, L=Lot): " TO
006777             Txt-ModePrompt
006780         MOVE "Acumulador actual: " TO Txt-AcumActual
006790         MOVE "Voleu utilitzar l'acumulador com a Num1? (S/N): "
006800             TO Txt-UsarAcum
007681             Txt-AvisLedger
007682         MOVE "Avis: execucio ja anotada al llibre d'execucions."
007683             TO Txt-AvisLedgerDup
007684         MOVE "Resultat per sobre del limit; pendent d'aprovacio."
007685             TO Txt-Retingut
007686         MOVE "Error fatal: no es pot obrir el fitxer pendents."
007687             TO Txt-ErrObrirPnd
007688         MOVE "Error fatal: escriptura fallida (pendents)."
007689             TO Txt-ErrEscriurePnd
007690         MOVE "Pendents aprov.:  " TO Txt-Retinguts-Etq
007691         MOVE "Avis: sense data de negoci; s'usa la del sistema."
007692             TO Txt-AvisDataNegoci
007693         MOVE "Error fatal: el dia de negoci esta tancat:" TO
007694             Txt-ErrDiaTancat
007695         MOVE "Data de negoci:   " TO Txt-DataNegoci-Etq
007696         MOVE "Reversio: " TO Txt-Reversio
007697         MOVE "Reversions:       " TO Txt-Reversions-Etq
007698         MOVE "Rev. inexistent:" TO Txt-MotiuRevInex
007699         MOVE "Rev. ja revertit:" TO Txt-MotiuRevJa
007700         MOVE "Rev. de reversio:" TO Txt-MotiuRevRev
007701         MOVE "Rev. sense hist.:" TO Txt-MotiuRevHist
007702         MOVE "Rev. taula plena:" TO Txt-MotiuRevPle
007703         MOVE "Avis: tram d'auditoria interromput segellat, run "
007704             TO Txt-AvisSegellat
007705     END-IF.
007706 1050-EXIT.
007707     EXIT.
007708 
007710*=================================================================
007720* 2000-PROCES-INTERACTIU - Bucle principal del mode interactiu
007730*=================================================================
007790 
007800 2010-RONDA-INTERACTIVA.
007810     MOVE SPACES TO Codi-Taxa-Op.
007815     PERFORM 4225-DESAR-ESTAT THRU 4225-EXIT.
007820     DISPLAY Txt-AcumActual Acumulador.
007830     DISPLAY Txt-UsarAcum.
007840     ACCEPT Resp-Acumulador.
010281          OR Data-Vigencia-Taxa NOT > Taxa-Data-Fi)
010282         SET Taxa-Vigent TO TRUE
010283         MOVE Taxa-Valor TO Taxa-Valor-Op
010284         MOVE Taxa-Data-Inici TO Taxa-Inici-Op
010285     END-IF.
010286 2550-EXIT.
010287     EXIT.
010288
010289*=================================================================
010290* 4000-PROCES-LOT - Bucle principal del mode de lot: processa en
010292*                   sequencia tots els fitxers de la llista de
010294*                   control (o nomes TRANFILE si no n'hi ha)
010771 4100-LLEGIR-TRANSACCIO.
010772     MOVE "N" TO Sw-Reg-Detall.
010773     MOVE "N" TO Sw-Reg-Cont.
010774     MOVE "N" TO Sw-Reg-Rev.
010775     READ Fitxer-Transaccions
010776         AT END
010777             SET Fi-Fitxer TO TRUE
010778         NOT AT END
010779             PERFORM 4150-CLASSIFICAR-REGISTRE THRU 4150-EXIT
010780     END-READ.
010781 4100-EXIT.
010784     EXIT.
010791
010798 4150-CLASSIFICAR-REGISTRE.
010987             MOVE Trd-Opcio TO Opcio
010994             MOVE Trd-Num2  TO Num2
011001             MOVE Trd-Codi-Taxa TO Codi-Taxa-Op
011002         WHEN Trr-Es-Reversio
011003             SET Reg-Es-Reversio TO TRUE
011004             ADD 1 TO Lot-Llegits-Detall
011005             IF Trr-Run-Id NUMERIC AND Trr-Seq NUMERIC
011006                 MOVE Trr-Run-Id TO Rev-Run-Id
011007                 MOVE Trr-Seq    TO Rev-Seq
011008             ELSE
011009                 MOVE ZERO TO Rev-Run-Id Rev-Seq
011010             END-IF
011011         WHEN OTHER
011015             SET Reg-Es-Detall TO TRUE
011022             ADD 1 TO Lot-Llegits-Detall
011029             ADD Tr-Num1 TO Lot-Hash-Num1
011085     EXIT.
011120 
011130 4200-RONDA-LOT.
011131     IF Reg-Es-Reversio
011132         PERFORM 4250-FINALITZAR-GRUP THRU 4250-EXIT
011133         PERFORM 4400-TRACTAR-REVERSIO THRU 4400-EXIT
011134         GO TO 4200-SEGUENT
011135     END-IF.
011140     IF NOT Reg-Es-Detall
011150         PERFORM 4250-FINALITZAR-GRUP THRU 4250-EXIT
011160         GO TO 4200-SEGUENT
011550     ELSE
011560         MOVE "N" TO Sw-Grup-Saltat
011570     END-IF.
011580     MOVE "N" TO Sw-Grup-Retingut.
011590     PERFORM 4225-DESAR-ESTAT THRU 4225-EXIT.
011670 4220-EXIT.
011680     EXIT.
011690 
012480         GO TO 4250-EXIT
012490     END-IF.
012500     IF Grup-Error
012510         PERFORM 4245-RESTAURAR-ESTAT THRU 4245-EXIT
012600         PERFORM 4260-ESCRIURE-GRUP-ERROR THRU 4260-EXIT
012610             VARYING Ind-Pas FROM 1 BY 1
012620             UNTIL Ind-Pas > Grup-Num-Passos OR Error-Fatal
012630     ELSE
012640         IF Grup-Retingut
012650             PERFORM 4245-RESTAURAR-ESTAT THRU 4245-EXIT
012651             MOVE ZERO TO Grup-Pendent-Inici
012652             PERFORM 4270-RETENIR-PAS THRU 4270-EXIT
012653                 VARYING Ind-Pas FROM 1 BY 1
012654                 UNTIL Ind-Pas > Grup-Aud-Pendents OR Error-Fatal
012655             DISPLAY Txt-Retingut
012656             ADD 1 TO Comptador-Retinguts
012657         ELSE
012658             PERFORM 5300-ESCRIURE-AUD-PENDENT THRU 5300-EXIT
012659                 VARYING Ind-Pas FROM 1 BY 1
012660                 UNTIL Ind-Pas > Grup-Aud-Pendents OR Error-Fatal
012661         END-IF
012670     END-IF.
012680     IF NOT Error-Fatal
012690         ADD 1 TO Lot-Unitats-Fetes
012920     MOVE Pa-Num2 (Ind-Pas)      TO Num2.
012930     MOVE Pa-Resultat (Ind-Pas)  TO Resultat.
012940     MOVE Pa-Taxa (Ind-Pas)      TO Codi-Taxa-Op.
012943     MOVE Pa-Taxa-Inici (Ind-Pas) TO Taxa-Inici-Op.
012946     MOVE Pa-Taxa-Valor (Ind-Pas) TO Taxa-Valor-Op.
012950     PERFORM 5000-ESCRIURE-AUDITORIA THRU 5000-EXIT.
012960 5300-EXIT.
012970     EXIT.
013200*                            d'auditoria
013210*=================================================================
013220 5000-ESCRIURE-AUDITORIA.
013222     IF Opcio NOT = 9
013224         MOVE ZERO TO Taxa-Inici-Op Taxa-Valor-Op
013226     END-IF.
013230     IF Grup-En-Curs
013240         ADD 1 TO Grup-Aud-Pendents
013250         MOVE Opcio        TO Pa-Opcio (Grup-Aud-Pendents)
013270         MOVE Num2         TO Pa-Num2 (Grup-Aud-Pendents)
013280         MOVE Resultat     TO Pa-Resultat (Grup-Aud-Pendents)
013290         MOVE Codi-Taxa-Op TO Pa-Taxa (Grup-Aud-Pendents)
013291         MOVE Taxa-Inici-Op TO Pa-Taxa-Inici (Grup-Aud-Pendents)
013292         MOVE Taxa-Valor-Op TO Pa-Taxa-Valor (Grup-Aud-Pendents)
013293         PERFORM 5050-COMPROVAR-LIMIT THRU 5050-EXIT
013294         IF Supera-Limit
013295             SET Grup-Retingut TO TRUE
013296         END-IF
013297         GO TO 5000-EXIT
013298     END-IF.
013299     PERFORM 5050-COMPROVAR-LIMIT THRU 5050-EXIT.
013300     IF Supera-Limit
013301         MOVE ZERO TO Grup-Pendent-Inici
013302         PERFORM 5500-ESCRIURE-PENDENT THRU 5500-EXIT
013303         PERFORM 4245-RESTAURAR-ESTAT THRU 4245-EXIT
013304         DISPLAY Txt-Retingut
013305         ADD 1 TO Comptador-Retinguts
013306         GO TO 5000-EXIT
013310     END-IF.
013320     MOVE SPACES         TO Reg-Auditoria.
013330     ADD 1 TO Aud-Seq-Num.
013410     MOVE Num2           TO Aud-Num2.
013420     MOVE Resultat       TO Aud-Resultat.
013430     MOVE Codi-Taxa-Op   TO Aud-Codi-Taxa.
013433     MOVE Taxa-Inici-Op  TO Aud-Taxa-Inici.
013436     MOVE Taxa-Valor-Op  TO Aud-Taxa-Valor.
013440     MOVE Operador-Id    TO Aud-Operador.
013441     MOVE SPACES         TO Aud-Aprovador.
013442     IF Reversio-En-Curs
013443         SET Aud-Es-Reversio TO TRUE
013444         MOVE Rev-Run-Id TO Aud-Orig-Run-Id
013445         MOVE Rev-Seq    TO Aud-Orig-Seq
013446     ELSE
013447         MOVE SPACE      TO Aud-Tipus
013448         MOVE ZERO       TO Aud-Orig-Run-Id Aud-Orig-Seq
013449     END-IF.
013450     WRITE Reg-Auditoria.
013460     IF Fs-Auditoria-Ok
013463         PERFORM 5700-ACUMULAR-CONTROL THRU 5700-EXIT
013466     ELSE
013470         DISPLAY Txt-ErrEscriureAud " Status: " Fs-Auditoria
013480         SET Error-Fatal TO TRUE
013490     END-IF.
014160     DISPLAY Txt-Moduls-Etq Comptador-Moduls.
014170     DISPLAY Txt-Taxes-Etq Comptador-Taxes.
014180     DISPLAY Txt-TotalRes-Etq Total-Resultats.
014181     IF Comptador-Retinguts > ZERO
014182         DISPLAY Txt-Retinguts-Etq Comptador-Retinguts
014183     END-IF.
014184     IF Comptador-Reversions > ZERO
014185         DISPLAY Txt-Reversions-Etq Comptador-Reversions
014186     END-IF.
014190     IF Mode-Lot AND NOT Error-Fatal
014200         PERFORM 6100-RESUM-FITXER THRU 6100-EXIT
014210             VARYING Ind-Fitxer FROM 1 BY 1
014370* 9000-FINALITZAR - Missatge de sortida
014380*=================================================================
014390 9000-FINALITZAR.
014392     IF Auditoria-Oberta
014394         PERFORM 5750-ESCRIURE-CUA-AUD THRU 5750-EXIT
014396     END-IF.
014400     CLOSE Fitxer-Auditoria.
014410     CLOSE Fitxer-Errors.
014415     CLOSE Fitxer-Pendents.
014420     IF Taxes-Disponibles
014430         CLOSE Fitxer-Taxes
014432     END-IF.
014434     IF Historic-Disponible
014436         CLOSE Fitxer-Historic
014440     END-IF.
014450     IF Error-Fatal
014460         MOVE 12 TO Codi-Retorn
015070     CLOSE Fitxer-Ledger.
015080 9100-EXIT.
015090     EXIT.
015100
015110*=================================================================
015120* 1250-REVISAR-TRAM - Abans d'afegir a l'auditoria d'una
015130*                     execucio interrompuda, recompta els
015140*                     registres que han quedat despres de
015150*                     l'ultima cua: si n'hi ha, el tram es
015160*                     segellara amb una cua de recuperacio
015170*=================================================================
015180 1250-REVISAR-TRAM.
015190     MOVE "N" TO Sw-Tram.
015200     MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash.
015210     OPEN INPUT Fitxer-Auditoria.
015220     IF NOT Fs-Auditoria-Ok
015230         GO TO 1250-EXIT
015240     END-IF.
015250     PERFORM 1260-LLEGIR-TRAM THRU 1260-EXIT
015260         UNTIL Fi-Fitxer.
015270     CLOSE Fitxer-Auditoria.
015280     MOVE "N" TO Sw-FiFitxer.
015290     IF Acu-Comptador > 0
015300         SET Tram-Pendent TO TRUE
015310     END-IF.
015320 1250-EXIT.
015330     EXIT.
015340
015350 1260-LLEGIR-TRAM.
015360     READ Fitxer-Auditoria
015370         AT END
015380             SET Fi-Fitxer TO TRUE
015390             GO TO 1260-EXIT
015400     END-READ.
015410     IF Auc-Es-Control
015420         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
015430     ELSE
015440         MOVE Aud-Run-Id TO Tram-Run-Id
015450         PERFORM 5700-ACUMULAR-CONTROL THRU 5700-EXIT
015460     END-IF.
015470 1260-EXIT.
015480     EXIT.
015490
015500*=================================================================
015510* 1400-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
015520*                           de control (CALCDIA); amb el dia
015530*                           tancat no es pot calcular. Sense
015540*                           registre es treballa amb la data
015550*                           del sistema
015560*=================================================================
015570 1400-LLEGIR-DATA-NEGOCI.
015580     OPEN INPUT Fitxer-Data-Negoci.
015590     IF NOT Fs-Data-Negoci-Ok
015600         DISPLAY Txt-AvisDataNegoci
015610         GO TO 1400-EXIT
015620     END-IF.
015630     READ Fitxer-Data-Negoci
015640         AT END
015650             DISPLAY Txt-AvisDataNegoci
015660         NOT AT END
015670             IF Dng-Dia-Tancat
015680                 DISPLAY Txt-ErrDiaTancat " " Dng-Data
015690                 SET Error-Fatal TO TRUE
015700             ELSE
015710                 MOVE Dng-Data TO Data-Sistema
015720             END-IF
015730     END-READ.
015740     CLOSE Fitxer-Data-Negoci.
015750     DISPLAY Txt-DataNegoci-Etq Data-Sistema.
015760 1400-EXIT.
015770     EXIT.
015780
015790*=================================================================
015800* 4225-DESAR-ESTAT - Desa comptadors, total i acumulador per
015810*                    poder desfer una cadena o un calcul retingut
015820*=================================================================
015830 4225-DESAR-ESTAT.
015840     MOVE Comptador-Sumes           TO Sav-Sumes.
015850     MOVE Comptador-Restes          TO Sav-Restes.
015860     MOVE Comptador-Multiplicacions TO Sav-Multiplicacions.
015870     MOVE Comptador-Divisions       TO Sav-Divisions.
015880     MOVE Comptador-Percentatges    TO Sav-Percentatges.
015890     MOVE Comptador-Moduls          TO Sav-Moduls.
015900     MOVE Comptador-Taxes           TO Sav-Taxes.
015910     MOVE Total-Resultats           TO Sav-Total-Resultats.
015920     MOVE Acumulador                TO Sav-Acumulador.
015930 4225-EXIT.
015940     EXIT.
015950
015960*=================================================================
015970* 4245-RESTAURAR-ESTAT - Torna comptadors, total i acumulador als
015980*                        valors desats per 4225-DESAR-ESTAT
015990*=================================================================
016000 4245-RESTAURAR-ESTAT.
016010     MOVE Sav-Sumes           TO Comptador-Sumes.
016020     MOVE Sav-Restes          TO Comptador-Restes.
016030     MOVE Sav-Multiplicacions TO Comptador-Multiplicacions.
016040     MOVE Sav-Divisions       TO Comptador-Divisions.
016050     MOVE Sav-Percentatges    TO Comptador-Percentatges.
016060     MOVE Sav-Moduls          TO Comptador-Moduls.
016070     MOVE Sav-Taxes           TO Comptador-Taxes.
016080     MOVE Sav-Total-Resultats TO Total-Resultats.
016090     MOVE Sav-Acumulador      TO Acumulador.
016100 4245-EXIT.
016110     EXIT.
016120
016130 4270-RETENIR-PAS.
016140     MOVE Pa-Opcio (Ind-Pas)     TO Opcio.
016150     MOVE Pa-Num1 (Ind-Pas)      TO Num1.
016160     MOVE Pa-Num2 (Ind-Pas)      TO Num2.
016170     MOVE Pa-Resultat (Ind-Pas)  TO Resultat.
016180     MOVE Pa-Taxa (Ind-Pas)      TO Codi-Taxa-Op.
016190     MOVE Pa-Taxa-Inici (Ind-Pas) TO Taxa-Inici-Op.
016200     MOVE Pa-Taxa-Valor (Ind-Pas) TO Taxa-Valor-Op.
016210     PERFORM 5500-ESCRIURE-PENDENT THRU 5500-EXIT.
016220 4270-EXIT.
016230     EXIT.
016240
016250*=================================================================
016260* 4400-TRACTAR-REVERSIO - Anul.la un calcul ja auditat: busca
016270*                         l'original a l'historic d'auditoria i
016280*                         n'audita el resultat canviat de signe,
016290*                         enllacat a l'original. Una reversio
016300*                         sense original valid va a excepcions.
016310*                         Cada reversio es una unitat del lot
016320*=================================================================
016330 4400-TRACTAR-REVERSIO.
016340     IF Unitats-A-Saltar > 0
016350         SUBTRACT 1 FROM Unitats-A-Saltar
016360         GO TO 4400-EXIT
016370     END-IF.
016380     MOVE ZERO   TO Opcio Num1 Num2.
016390     MOVE SPACES TO Codi-Taxa-Op.
016400     MOVE Rev-Run-Id TO Mrv-Run-Id.
016410     MOVE Rev-Seq    TO Mrv-Seq.
016420     IF NOT Historic-Disponible
016430         MOVE Txt-MotiuRevHist TO Mrv-Text
016440         GO TO 4400-REBUTJAR
016450     END-IF.
016460     MOVE Rev-Run-Id TO Hist-Run-Id.
016470     MOVE Rev-Seq    TO Hist-Seq.
016480     READ Fitxer-Historic
016490         INVALID KEY
016500             MOVE Txt-MotiuRevInex TO Mrv-Text
016510             GO TO 4400-REBUTJAR
016520     END-READ.
016530     IF Hist-Es-Reversio
016540         MOVE Txt-MotiuRevRev TO Mrv-Text
016550         GO TO 4400-REBUTJAR
016560     END-IF.
016570     MOVE "N" TO Sw-Rev-Trobada.
016580     PERFORM 4420-CERCAR-REVERSIO THRU 4420-EXIT
016590         VARYING Ind-Rvs FROM 1 BY 1
016600         UNTIL Ind-Rvs > Rvs-Usades OR Reversio-Trobada.
016610     IF Hist-Es-Revertit OR Reversio-Trobada
016620         MOVE Txt-MotiuRevJa TO Mrv-Text
016630         GO TO 4400-REBUTJAR
016640     END-IF.
016650     IF Rvs-Usades >= Max-Reversions
016660         MOVE Txt-MotiuRevPle TO Mrv-Text
016670         GO TO 4400-REBUTJAR
016680     END-IF.
016690     MOVE Hist-Opcio     TO Opcio.
016700     MOVE Hist-Num1      TO Num1.
016710     MOVE Hist-Num2      TO Num2.
016720     MOVE Hist-Codi-Taxa TO Codi-Taxa-Op.
016730     MOVE Hist-Taxa-Inici TO Taxa-Inici-Op.
016740     MOVE Hist-Taxa-Valor TO Taxa-Valor-Op.
016750     COMPUTE Resultat = ZERO - Hist-Resultat.
016760     DISPLAY Txt-Reversio Resultat.
016770     ADD Resultat TO Total-Resultats
016780         ON SIZE ERROR
016790             DISPLAY Txt-ErrTotalOverflow
016800             SET Error-Fatal TO TRUE
016810             GO TO 4400-EXIT
016820     END-ADD.
016830     SET Reversio-En-Curs TO TRUE.
016840     PERFORM 5000-ESCRIURE-AUDITORIA THRU 5000-EXIT.
016850     MOVE "N" TO Sw-Reversio.
016860     IF Error-Fatal
016870         GO TO 4400-EXIT
016880     END-IF.
016890     ADD 1 TO Comptador-Reversions.
016900     ADD 1 TO Rvs-Usades.
016910     MOVE Rev-Clau TO Rvs-Clau (Rvs-Usades).
016920     GO TO 4400-UNITAT.
016930 4400-REBUTJAR.
016940     DISPLAY Motiu-Reversio.
016950     MOVE Motiu-Reversio TO Missatge-Error.
016960     PERFORM 5100-ESCRIURE-ERROR THRU 5100-EXIT.
016970 4400-UNITAT.
016980     IF NOT Error-Fatal
016990         ADD 1 TO Lot-Unitats-Fetes
017000         ADD 1 TO Unitats-Des-Chk
017010         IF Unitats-Des-Chk >= Chk-Frequencia
017020             PERFORM 5200-ESCRIURE-CHECKPOINT THRU 5200-EXIT
017030             MOVE ZERO TO Unitats-Des-Chk
017040         END-IF
017050     END-IF.
017060 4400-EXIT.
017070     EXIT.
017080
017090 4420-CERCAR-REVERSIO.
017100     IF Rvs-Clau (Ind-Rvs) = Rev-Clau
017110         SET Reversio-Trobada TO TRUE
017120     END-IF.
017130 4420-EXIT.
017140     EXIT.
017150
017160*=================================================================
017170* 5050-COMPROVAR-LIMIT - Mira si el resultat, en valor absolut,
017180*                        passa del limit d'import de l'operador
017190*                        (limit zero = sense limit)
017200*=================================================================
017210 5050-COMPROVAR-LIMIT.
017220     MOVE "N" TO Sw-Supera-Limit.
017230     IF Limit-Import-Op NOT > ZERO OR Reversio-En-Curs
017240         GO TO 5050-EXIT
017250     END-IF.
017260     IF Resultat < ZERO
017270         COMPUTE Import-Absolut = ZERO - Resultat
017280     ELSE
017290         MOVE Resultat TO Import-Absolut
017300     END-IF.
017310     IF Import-Absolut > Limit-Import-Op
017320         SET Supera-Limit TO TRUE
017330     END-IF.
017340 5050-EXIT.
017350     EXIT.
017360
017370*=================================================================
017380* 5500-ESCRIURE-PENDENT - Rete un calcul per sobre del limit al
017390*                         fitxer de pendents d'aprovacio; la
017400*                         sequencia d'auditoria queda reservada
017410*                         i el primer pas identifica la cadena
017420*=================================================================
017430 5500-ESCRIURE-PENDENT.
017440     ADD 1 TO Aud-Seq-Num.
017450     IF Grup-Pendent-Inici = ZERO
017460         MOVE Aud-Seq-Num TO Grup-Pendent-Inici
017470     END-IF.
017480     ACCEPT Hora-Sistema FROM TIME.
017490     MOVE SPACES             TO Reg-Pendent.
017500     MOVE Run-Id             TO Pnd-Run-Id.
017510     MOVE Aud-Seq-Num        TO Pnd-Seq.
017520     MOVE Grup-Pendent-Inici TO Pnd-Grup.
017530     SET Pnd-Es-Pendent      TO TRUE.
017540     MOVE Data-Sistema       TO Pnd-Data.
017550     MOVE Hora-Sistema (1:6) TO Pnd-Hora.
017560     MOVE Opcio              TO Pnd-Opcio.
017570     MOVE Num1               TO Pnd-Num1.
017580     MOVE Num2               TO Pnd-Num2.
017590     MOVE Resultat           TO Pnd-Resultat.
017600     MOVE Codi-Taxa-Op       TO Pnd-Codi-Taxa.
017610     MOVE Taxa-Inici-Op      TO Pnd-Taxa-Inici.
017620     MOVE Taxa-Valor-Op      TO Pnd-Taxa-Valor.
017630     MOVE Operador-Id        TO Pnd-Operador.
017640     MOVE Limit-Import-Op    TO Pnd-Limit.
017650     MOVE ZERO               TO Pnd-Data-Decisio.
017660     WRITE Reg-Pendent
017670         INVALID KEY
017680             DISPLAY Txt-ErrEscriurePnd " Status: " Fs-Pendents
017690             SET Error-Fatal TO TRUE
017700             GO TO 5500-EXIT
017710     END-WRITE.
017720     IF NOT Fs-Pendents-Ok
017730         DISPLAY Txt-ErrEscriurePnd " Status: " Fs-Pendents
017740         SET Error-Fatal TO TRUE
017750     END-IF.
017760 5500-EXIT.
017770     EXIT.
017780
017790*=================================================================
017800* 5700-ACUMULAR-CONTROL - Acumula el registre d'auditoria al
017810*                         recompte, al total i al hash del tram
017820*=================================================================
017830 5700-ACUMULAR-CONTROL.
017840     ADD 1 TO Acu-Comptador.
017850     ADD Aud-Resultat TO Acu-Total.
017860     PERFORM 5710-HASH-OCTET THRU 5710-EXIT
017870         VARYING Ind-Octet FROM 1 BY 1
017880         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
017890 5700-EXIT.
017900     EXIT.
017910
017920 5710-HASH-OCTET.
017930     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
017940     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
017950     DIVIDE Hash-Producte BY Hash-Modul
017960         GIVING Hash-Quocient REMAINDER Acu-Hash.
017970 5710-EXIT.
017980     EXIT.
017990
018000*=================================================================
018010* 5750-ESCRIURE-CUA-AUD - Tanca el tram d'auditoria amb la cua
018020*                         de control. Una cua de recuperacio
018030*                         (tram d'una execucio interrompuda)
018040*                         porta el run d'aquella execucio i
018050*                         s'anota al registre de seguretat
018060*=================================================================
018070 5750-ESCRIURE-CUA-AUD.
018080     MOVE SPACES        TO Reg-Control-Auditoria.
018090     SET Auc-Es-Control TO TRUE.
018100     IF Tram-Pendent
018110         MOVE Tram-Run-Id TO Auc-Run-Id
018120         SET Auc-Es-Recuperat TO TRUE
018130     ELSE
018140         MOVE Run-Id      TO Auc-Run-Id
018150     END-IF.
018160     MOVE Acu-Comptador TO Auc-Comptador.
018170     MOVE Acu-Total     TO Auc-Total.
018180     MOVE Acu-Hash      TO Auc-Hash.
018190     MOVE "CALCULAD"    TO Auc-Origen.
018200     WRITE Reg-Control-Auditoria.
018210     IF NOT Fs-Auditoria-Ok
018220         DISPLAY Txt-ErrEscriureAud " Status: " Fs-Auditoria
018230         SET Error-Fatal TO TRUE
018240         GO TO 5750-EXIT
018250     END-IF.
018260     IF Tram-Pendent
018270         DISPLAY Txt-AvisSegellat Tram-Run-Id
018280         MOVE "SEGELLAT" TO Seg-Resultat-Op
018290         MOVE "C"        TO Seg-Mode-Op
018300         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
018310         MOVE "N" TO Sw-Tram
018320     END-IF.
018330     MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash.
018340 5750-EXIT.
018350     EXIT.
