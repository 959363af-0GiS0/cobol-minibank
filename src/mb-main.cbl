           SELECT UNKNOWN-ACCT-NEW-FILE ASSIGN TO WS-UNK-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Registro de cheques emitidos: cuenta,numero,estado
           *> (PENDING/ISSUED/PAID/STOPPED/VOID),motivo,fecha
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO WS-PTH-CHEQUE-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILE-STATUS.
           SELECT TD-COUNTER-FILE ASSIGN TO WS-PTH-TD-COUNTER-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-CTR-FILE-STATUS.
           *> Registro de planes de ahorro (depositos recurrentes):
           *> id,cuenta,cuota,tipo,apertura,vencimiento,meses,
           *> proximo-cargo,pagadas,impagadas,ahorrado,interes,
           *> fecha-interes,penalizacion,estado
           SELECT RD-REGISTER-FILE ASSIGN TO
               WS-PTH-RECURRING-DEPOSITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT RD-REGISTER-NEW-FILE ASSIGN TO
               WS-PTH-RECURRING-DEPOSITS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RD-COUNTER-FILE ASSIGN TO WS-PTH-RD-COUNTER-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-CTR-FILE-STATUS.
           *> Tabla de tipos de cambio: origen,destino,tipo,
           *> fecha-efectiva; la mantiene un supervisor y la leen
           *> las transferencias entre monedas
           SELECT FX-RATES-FILE ASSIGN TO WS-PTH-FX-RATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           *> Tabla de tipos de interes con fecha efectiva por juego
           *> de tramos; la alimentan los cambios INT-RATE aprobados
           *> y la leen INTEREST-ACCRUAL, DEBIT-INTEREST y TD-MATURITY
           SELECT INTEREST-RATES-FILE ASSIGN TO WS-PTH-INTEREST-RATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.
           *> Registro de fondos abandonados (escheat) liberados
           *> desde la cuenta puente tras el periodo de retencion
           SELECT ESCHEAT-FILE ASSIGN TO WS-PTH-ESCHEATMENT
           SELECT VAULT-BALANCE-FILE ASSIGN TO WS-PTH-VAULT-BALANCE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-BAL-STATUS.
           *> Casete del cajero automatico del vestibulo (MBKIOSK):
           *> fondo del ciclo, cargas desde la boveda y marca del
           *> diario del kiosco en la que empezo el ciclo; el diario
           *> da lo dispensado y el recuento cuadra como un cajon
           SELECT KIOSK-CASSETTE-FILE ASSIGN TO
               WS-PTH-KIOSK-CASSETTE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KSK-CAS-STATUS.
           SELECT KIOSK-JOURNAL-FILE ASSIGN TO WS-PTH-KIOSK-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KSK-JNL-STATUS.
           SELECT KIOSK-REPLENISH-FILE ASSIGN TO
               WS-PTH-KIOSK-REPLENISH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KSK-REP-STATUS.
           *> Codigos de retirada sin tarjeta: los emite la
           *> ventanilla con su retencion y los canjea MBKIOSK
           SELECT CARDLESS-FILE ASSIGN TO WS-PTH-CARDLESS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.
           SELECT CARDLESS-NEW-FILE ASSIGN TO WS-PTH-CARDLESS-NEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FILE-STATUS.
           SELECT CARDLESS-COUNTER-FILE ASSIGN TO
               WS-PTH-CARDLESS-COUNTER-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-CTR-STATUS.
           *> Recibos numerados de las operaciones de ventanilla:
           *> un fichero por dia, reimprimible por numero de recibo
           SELECT RECEIPT-FILE ASSIGN TO WS-RECEIPT-FILE-PATH
               FILE STATUS IS WS-MEMO-FILE-STATUS.
           SELECT MEMOS-NEW-FILE ASSIGN TO WS-PTH-MEMO-FLAGS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Registro de tarjetas del kiosco (numero,pin-huella,
           *> cuenta,estado,fallos): el menu de tarjetas emite,
           *> sustituye, bloquea y restablece PIN; un desbloqueo
           *> pasa por la cola de cambios pendientes
           SELECT CARDS-FILE ASSIGN TO WS-PTH-CARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-FILE-STATUS.
           SELECT CARDS-NEW-FILE ASSIGN TO WS-PTH-CARDS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-COUNTER-FILE ASSIGN TO WS-PTH-CARD-COUNTER-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-CTR-STATUS.
           *> Positive pay: cheques emitidos que el corporate
           *> deposita por fichero (cuenta,numero,importe,
           *> beneficiario,fecha,estado); PAY-CHEQUE verifica
           SELECT SO-EXPORT-FILE ASSIGN TO WS-PTH-STANDING-ORDERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-EXP-STATUS.
           SELECT SO-NEW-FILE ASSIGN TO WS-PTH-STANDING-ORDERS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Instrucciones de barrido que ejecuta SWEEP-EXEC; la
           *> herencia las suspende (6a columna SUSPENDED)
           SELECT SWEEPS-FILE ASSIGN TO WS-PTH-SWEEPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.
           SELECT SWEEPS-NEW-FILE ASSIGN TO WS-PTH-SWEEPS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTATE-CERT-FILE ASSIGN TO WS-EST-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Exenciones de comisiones negociadas: ambito,id,codigo,
           *> motivo,aprobador,vencimiento,estado,fecha; las aplica
           *> FEE-POSTING antes de cargar
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.
           *> Cola maker-checker de mantenimientos sensibles: un
           *> cambio de tipo de cambio, un alta de cajero o un
           *> desbloqueo de tarjeta ya no surte efecto con una sola
           *> firma; queda aqui hasta que OTRO supervisor lo
           *> aplique o rechace
           SELECT PENDING-CHANGES-FILE ASSIGN TO WS-PTH-PENDING-CHANGES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT LOAN-DELINQ-NEW-FILE ASSIGN TO
               WS-PTH-LOAN-DELINQ-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Registro de garantias de prestamos: id,tipo,referencia,
           *> valoracion,fecha-valoracion,prestamos(separados por ;),
           *> importe-pignorado,retencion,estado,fecha-alta; lo lee
           *> LTV-REPORT a fin de mes
           SELECT COLLATERAL-FILE ASSIGN TO WS-PTH-COLLATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-FILE-STATUS.
           SELECT COLLATERAL-NEW-FILE ASSIGN TO WS-PTH-COLLATERAL-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Directorio de facturadores registrados: codigo,nombre,
           *> cuenta-de-liquidacion,mascara-de-referencia (9=digito,
           *> A=letra, X=cualquiera); el pago de recibos valida la
           SELECT HOLIDAYS-FILE ASSIGN TO WS-PTH-HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-FILE-STATUS.
           *> Cheques ingresados contra otros bancos, pendientes de
           *> presentar a la camara (CHEQUE-PRESENTMENT): fecha,
           *> cuenta,importe,banco,cheque,librador,ref-abono,
           *> retencion,estado,fichero
           SELECT CHEQUE-DEPOSITS-FILE ASSIGN TO
               WS-PTH-CHEQUE-DEPOSITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQDEP-FILE-STATUS.
           SELECT CHEQUE-DEPOSITS-NEW-FILE ASSIGN TO
               WS-PTH-CHEQUE-DEPOSITS-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Correo retenido de clientes con correo devuelto:
           *> cliente,fecha,programa,fichero-retenido,fichero-final,
           *> estado (HELD/RELEASED),fecha-liberacion
           SELECT HOLD-MAIL-FILE ASSIGN TO WS-PTH-HOLD-MAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HM-MAIL-STATUS.
           SELECT HOLD-MAIL-NEW-FILE ASSIGN TO WS-PTH-HOLD-MAIL-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Canal de contacto y consentimiento de avisos:
           *> cliente,canal (SMS/EMAIL/PAPER),movil,email,
           *> consentimiento (S/N),fecha-consentimiento
           SELECT CONTACT-FILE ASSIGN TO WS-PTH-CONTACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT CONTACT-NEW-FILE ASSIGN TO WS-PTH-CONTACT-NEW
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Cambio de producto: los registros que liquida y
           *> reescribe (devengos, tipos de retencion, cuadro de
           *> comisiones, exenciones, alta y maestro de cuentas) se
           *> leen y escriben por este par de ficheros de ruta
           *> variable, uno detras de otro
           SELECT PCHG-IN-FILE ASSIGN TO WS-PCHG-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-IN-STATUS.
           SELECT PCHG-OUT-FILE ASSIGN TO WS-PCHG-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-OUT-STATUS.

       DATA DIVISION.

       01  BUSDATE-LOG-RECORD          PIC X(10).

       FD  TELLERS-FILE.
       01  TELLERS-RECORD              PIC X(200).

       FD  TELLERS-NEW-FILE.
       01  TELLERS-NEW-RECORD          PIC X(200).

       FD  PASSWORD-LOG-FILE.
       01  PASSWORD-LOG-RECORD         PIC X(60).
       FD  TD-COUNTER-FILE.
       01  TD-COUNTER-RECORD           PIC X(10).

       FD  RD-REGISTER-FILE.
       01  RD-REGISTER-RECORD          PIC X(200).

       FD  RD-REGISTER-NEW-FILE.
       01  RD-REGISTER-NEW-RECORD      PIC X(200).

       FD  RD-COUNTER-FILE.
       01  RD-COUNTER-RECORD           PIC X(10).

       FD  FX-RATES-FILE.
       01  FX-RATES-RECORD             PIC X(50).

       FD  INTEREST-RATES-FILE.
       01  INTEREST-RATES-RECORD       PIC X(150).

       FD  ESCHEAT-FILE.
       01  ESCHEAT-RECORD              PIC X(80).

       FD  VAULT-BALANCE-FILE.
       01  VAULT-BALANCE-RECORD        PIC X(20).

       FD  KIOSK-CASSETTE-FILE.
       01  KIOSK-CASSETTE-RECORD       PIC X(80).

       FD  KIOSK-JOURNAL-FILE.
       01  KIOSK-JOURNAL-RECORD        PIC X(100).

       FD  KIOSK-REPLENISH-FILE.
       01  KIOSK-REPLENISH-RECORD      PIC X(100).

       FD  CARDLESS-FILE.
       01  CARDLESS-RECORD             PIC X(250).

       FD  CARDLESS-NEW-FILE.
       01  CARDLESS-NEW-RECORD         PIC X(250).

       FD  CARDLESS-COUNTER-FILE.
       01  CARDLESS-COUNTER-RECORD     PIC X(10).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD              PIC X(160).

       FD  MEMOS-NEW-FILE.
       01  MEMOS-NEW-RECORD            PIC X(150).

       FD  CARDS-FILE.
       01  CARDS-RECORD                PIC X(200).

       FD  CARDS-NEW-FILE.
       01  CARDS-NEW-RECORD            PIC X(200).

       FD  CARD-COUNTER-FILE.
       01  CARD-COUNTER-RECORD         PIC X(10).

       FD  POSPAY-FILE.
       01  POSPAY-RECORD               PIC X(120).

       FD  SO-EXPORT-FILE.
       01  SO-EXPORT-RECORD            PIC X(100).

       FD  SO-NEW-FILE.
       01  SO-NEW-RECORD               PIC X(100).

       FD  SWEEPS-FILE.
       01  SWEEPS-RECORD               PIC X(100).

       FD  SWEEPS-NEW-FILE.
       01  SWEEPS-NEW-RECORD           PIC X(100).

       FD  ESTATE-CERT-FILE.
       01  ESTATE-CERT-RECORD          PIC X(100).

       FD  WAIVERS-FILE.
       01  WAIVERS-RECORD              PIC X(120).

       FD  LOAN-DELINQ-NEW-FILE.
       01  LOAN-DELINQ-NEW-RECORD      PIC X(150).

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD           PIC X(200).

       FD  COLLATERAL-NEW-FILE.
       01  COLLATERAL-NEW-RECORD       PIC X(200).

       FD  BILLERS-FILE.
       01  BILLERS-RECORD              PIC X(100).

       FD  HOLIDAYS-FILE.
       01  HOLIDAYS-RECORD             PIC X(10).

       FD  CHEQUE-DEPOSITS-FILE.
       01  CHEQUE-DEPOSITS-RECORD      PIC X(200).

       FD  CHEQUE-DEPOSITS-NEW-FILE.
       01  CHEQUE-DEPOSITS-NEW-RECORD  PIC X(200).

       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-RECORD            PIC X(200).

       FD  HOLD-MAIL-NEW-FILE.
       01  HOLD-MAIL-NEW-RECORD        PIC X(200).

       FD  CONTACT-FILE.
       01  CONTACT-RECORD              PIC X(150).

       FD  CONTACT-NEW-FILE.
       01  CONTACT-NEW-RECORD          PIC X(150).

       FD  PCHG-IN-FILE.
       01  PCHG-IN-RECORD              PIC X(200).

       FD  PCHG-OUT-FILE.
       01  PCHG-OUT-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.

       *> ============================================================

       COPY mb-db-if.

       *> Huella salada de contrasenas (MBHASH): el maestro de
       *> cajeros ya no guarda la contrasena en claro
       COPY mb-hash-if.

       *> Cadena de huellas del ledger (MBCHAIN): cada fila anotada
       *> en transactions.csv se encadena a la anterior
       COPY mb-chain-if.

       *> Modo de operaci√≥n: 'CSV' o 'DB2'
       01  WS-DATA-SOURCE         PIC X(8)  VALUE 'CSV'.
       01  WS-ENV-DATA-SOURCE     PIC X(8)  VALUE SPACES.
       01  WS-SUPERVISOR-PIN      PIC X(6) VALUE '000000'.
       01  WS-ENV-SUPERVISOR-PIN  PIC X(6) VALUE SPACES.
       01  WS-TMP-PIN             PIC X(6).
       *> Supervisor que se identifica al teclear el PIN; queda en
       *> el registro junto al cajero que pidio la autorizacion
       01  WS-PIN-APPROVER        PIC X(8) VALUE SPACES.
       01  WS-SUPERVISOR-OVERRIDE PIC X VALUE 'N'.
           88 SUPERVISOR-OVERRIDE-OK VALUE 'Y'.
       01  WS-PIN-LOG-FILE-STATUS PIC XX.
               *> trabajo nocturno KYC-REVIEW encola las vencidas
               10  CUST-RISK         PIC X(8).
               10  CUST-NEXT-REVIEW  PIC X(10).
               *> Fecha de fallecimiento (AAAA-MM-DD) registrada con
               *> el aviso de herencia; en blanco mientras vive
               10  CUST-DECEASED     PIC X(10).
               *> Fecha de nacimiento (AAAA-MM-DD) y, para un menor,
               *> el numero de cliente de su tutor legal; MINOR-
               *> MAJORITY borra el tutor el dia que cumple 18 anos
               10  CUST-BIRTH-DATE   PIC X(10).
               10  CUST-GUARDIAN     PIC X(10).
               *> Correo devuelto ("destinatario desconocido"):
               *> fecha y motivo; mientras esta informado las cartas,
               *> extractos y certificados del cliente se retienen
               *> en data/hold-mail.csv en vez de emitirse
               10  CUST-RETMAIL-DATE PIC X(10).
               10  CUST-RETMAIL-REASON PIC X(30).
               *> Gestor de relacion asignado (maestro en
               *> data/relationship-managers.csv); se asigna por la
               *> cola maker-checker
               10  CUST-RM           PIC X(8).
       01  WS-CUST-COUNT          PIC 9(4) VALUE 0.
       01  WS-CUST-MAX            PIC 9(4) VALUE 500.
       *> El vinculo lleva ademas el mandato: rol del cliente sobre
       01  WS-CUST-LINE           PIC X(250).
       01  WS-CUST-FOUND          PIC X VALUE 'N'.
       01  WS-CUST-INDEX          PIC 9(4).
       01  WS-CUST-OPTION         PIC 9(2) VALUE 0.
       01  WS-CUST-EXIT           PIC X VALUE 'N'.
       01  WS-TMP-CUST-ID         PIC X(10).
       01  WS-TMP-CUST-FIELD      PIC X(80).
       01  WS-MEMO-ACK            PIC X.
       01  WS-MEMO-MV-CMD         PIC X(220) VALUE SPACES.
       01  WS-MEMO-MV-RC          PIC S9(9) COMP VALUE 0.
       *> Aviso de correo devuelto derivado del CIF
       01  WS-RM-CUST-SUB         PIC 9(4) COMP.
       01  WS-RM-LINK-SUB         PIC 9(4) COMP.
       01  WS-RM-KEY              PIC X(10).
       01  WS-RM-DATE-IN          PIC X(10).
       01  WS-RM-REASON-IN        PIC X(30).
       01  WS-RM-CONFIRM          PIC X.
       01  WS-HM-MAIL-STATUS      PIC XX.
       01  WS-HM-LINE             PIC X(200).
       01  WS-HM-ORIG-LINE        PIC X(200).
       01  WS-HM-ROW-CUST         PIC X(10).
       01  WS-HM-ROW-DATE         PIC X(10).
       01  WS-HM-ROW-PROGRAM      PIC X(16).
       01  WS-HM-ROW-HELD         PIC X(60).
       01  WS-HM-ROW-FINAL        PIC X(60).
       01  WS-HM-ROW-STATE        PIC X(10).
       01  WS-HM-RELEASED         PIC 9(4) VALUE 0.
       01  WS-HM-MV-CMD           PIC X(220) VALUE SPACES.
       01  WS-HM-MV-RC            PIC S9(9) COMP VALUE 0.

       *> Canal de contacto (customer-contact.csv) del cliente
       *> en curso: fila actual y valores tecleados
       01  WS-CT-STATUS           PIC XX.
       01  WS-CT-LINE             PIC X(150).
       01  WS-CT-FOUND            PIC X.
       01  WS-CT-ROW-CUST         PIC X(10).
       01  WS-CT-ROW-CHANNEL      PIC X(5).
       01  WS-CT-ROW-MOBILE       PIC X(20).
       01  WS-CT-ROW-EMAIL        PIC X(60).
       01  WS-CT-ROW-CONSENT      PIC X.
       01  WS-CT-ROW-DATE         PIC X(10).
       01  WS-CT-CHANNEL          PIC X(5).
       01  WS-CT-MOBILE           PIC X(20).
       01  WS-CT-EMAIL            PIC X(60).
       01  WS-CT-CONSENT          PIC X.
       01  WS-CT-DATE             PIC X(10).
       01  WS-CT-IN               PIC X(60).
       01  WS-CT-AT-COUNT         PIC 9(4) COMP.
       01  WS-CT-MV-CMD           PIC X(220) VALUE SPACES.
       01  WS-CT-MV-RC            PIC S9(9) COMP VALUE 0.

       *> Tarjetas: lo que antes era editar data/cards.csv a mano
       *> (alta, sustitucion por perdida, PIN, bloqueo) se hace
       *> desde ventanilla y queda en el rastro de mantenimientos
       01  WS-CARDS-FILE-STATUS   PIC XX.
       01  WS-CARD-CTR-STATUS     PIC XX.
       01  WS-PTH-CARDS           PIC X(80) VALUE SPACES.
       01  WS-PTH-CARDS-NEW       PIC X(80) VALUE SPACES.
       01  WS-PTH-CARD-COUNTER-DAT PIC X(80) VALUE SPACES.
       01  WS-CARD-OPTION         PIC 9 VALUE 0.
       01  WS-CARD-LINE           PIC X(200).
       01  WS-CARD-NEW-LINE       PIC X(200).
       01  WS-CARD-ROW-NUMBER     PIC X(16).
       01  WS-CARD-ROW-PIN        PIC X(80).
       01  WS-CARD-ROW-ACCOUNT    PIC X(30).
       01  WS-CARD-ROW-STATUS     PIC X(10).
       01  WS-CARD-ROW-FAILS      PIC X(4).
       01  WS-CARD-SCAN-NUMBER    PIC X(16).
       01  WS-CARD-NUMBER-IN      PIC X(16).
       01  WS-CARD-OLD-NUMBER     PIC X(16).
       01  WS-CARD-FOUND          PIC X.
       01  WS-CARD-LIST-COUNT     PIC 9(4).
       *> Numeracion propia: BIN de la entidad + correlativo de 9
       *> cifras + digito de control Luhn
       01  WS-CARD-BIN            PIC X(6) VALUE '400012'.
       01  WS-CARD-NUMBER         PIC 9(9) VALUE 0.
       01  WS-CARD-CTR-STR        PIC X(10).
       01  WS-CARD-LUHN-SUM       PIC 9(4).
       01  WS-CARD-LUHN-DIGIT     PIC 9.
       01  WS-CARD-LUHN-POS       PIC 9(2).
       01  WS-CARD-LUHN-WORK      PIC 9(2).
       *> PIN inicial de 4 cifras para el sobre ciego; en el
       *> registro solo queda su huella (MBHASH)
       01  WS-CARD-PIN-CLEAR      PIC 9(4).
       01  WS-CARD-SEEDED         PIC X VALUE 'N'.
       01  WS-CARD-SEED           PIC 9(9).
       01  WS-CARD-SEED-DATE      PIC 9(8).
       01  WS-CARD-SEED-TIME      PIC 9(8).
       01  WS-CARD-RANDOM         PIC V9(9).
       01  WS-CARD-MV-CMD         PIC X(220) VALUE SPACES.
       01  WS-CARD-MV-RC          PIC S9(9) COMP VALUE 0.

       *> Positive pay: para cuentas de empresa con fichero de
       *> cheques emitidos depositado, el pago exige casar numero
       01  WS-FXC-BASE-EDIT       PIC -(12)9.99.
       01  WS-FXC-FGN-EDIT        PIC -(12)9.99.
       01  WS-FXC-TIME            PIC X(8).
       01  WS-FXC-ACCOUNT         PIC X(30).
       01  WS-FXC-LINE            PIC X(120).
       *> Posicion de caja por divisa de la sesion
       01  WS-TILL-CCY-COUNT      PIC 9(2) VALUE 0.
       01  WS-SO-EXP-STATUS       PIC XX.
       01  WS-PTH-SWITCH-REDIRECT PIC X(80) VALUE SPACES.
       01  WS-PTH-STANDING-ORDERS PIC X(80) VALUE SPACES.
       01  WS-PTH-STANDING-ORDERS-NEW PIC X(80) VALUE SPACES.
       01  WS-PTH-SWEEPS          PIC X(80) VALUE SPACES.
       01  WS-PTH-SWEEPS-NEW      PIC X(80) VALUE SPACES.
       01  WS-PTH-SWITCH-REDIRECT-NEW
                                  PIC X(80) VALUE SPACES.
       01  WS-SWI-OUT-PATH        PIC X(100) VALUE SPACES.
       01  WS-MA-PREV-TAX         PIC X(10).
       01  WS-MA-PREV-RISK        PIC X(8).
       01  WS-MA-PREV-REVIEW      PIC X(10).
       01  WS-MA-PREV-BIRTH       PIC X(10).
       01  WS-MA-PREV-GUARDIAN    PIC X(10).

       *> Maker-checker: el cambio viaja con su carga util (campos
       *> separados por | para no chocar con las comas del CSV),
       01  WS-LOAN-ROW-TERM-STR   PIC X(6).
       01  WS-LOAN-ROW-INST-STR   PIC X(20).
       01  WS-LOAN-ROW-NEXT-DATE  PIC X(10).
       01  WS-LOAN-ROW-STATUS     PIC X(12).
       *> Condiciones previas a la primera reestructuracion y fecha
       *> de la ultima (columnas 9-13, solo en prestamos
       *> reestructurados)
       01  WS-LOAN-ROW-ORIG-PRIN  PIC X(20).
       01  WS-LOAN-ROW-ORIG-RATE  PIC X(15).
       01  WS-LOAN-ROW-ORIG-TERM  PIC X(6).
       01  WS-LOAN-ROW-ORIG-INST  PIC X(20).
       01  WS-LOAN-ROW-RST-DATE   PIC X(10).
       01  WS-LOAN-ROW-TAIL       PIC X(80).
       01  WS-LOAN-ID-IN          PIC X(12).
       01  WS-LOAN-FOUND          PIC X.
       01  WS-LOAN-NUMBER         PIC 9(8) VALUE 0.
       01  WS-LOAN-EDIT-3         PIC -(12)9.99.
       01  WS-LOAN-CONTRA-ACCT    PIC X(10).
       01  WS-LOAN-CONTRA-SIDE    PIC X(6).
       *> Reestructuracion: impagos capitalizables y nueva cuota
       01  WS-LOAN-CAPITALISED    PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-OLD-INST-STR   PIC X(20).
       *> Amortizacion parcial anticipada: importe, comision de la
       *> fila LOAN del catalogo y modalidad P (reducir plazo) o C
       *> (reducir cuota); el cuadro anterior se guarda para el
       *> justificante
       01  WS-LOAN-PREPAY-AMOUNT  PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-FEE     PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-FEE-RATE PIC S9(3)V9(6) COMP-3.
       01  WS-LOAN-PREPAY-TOTAL   PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-MODE    PIC X.
       01  WS-LOAN-PREPAY-OK      PIC X.
       01  WS-LOAN-PREPAY-MONTHS  PIC 9(3).
       01  WS-LOAN-PREPAY-OLD-PRIN PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-OLD-INST PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-OLD-TERM PIC 9(3).
       01  WS-LOAN-PREPAY-NEW-PRIN PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-NEW-INST PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-PREPAY-NEW-TERM PIC 9(3).
       01  WS-LOAN-PREPAY-TERM-EDIT PIC ZZ9.
       01  WS-LOAN-PREPAY-ACCOUNT PIC X(30).
       *> Posicion entre sucursales: un movimiento de caja sobre
       *> una cuenta de otra sucursal anota su debe/haber en la
       *> cuenta interna IB-<suc-cuenta>-<suc-operante> (saldo =
       01  WS-DLQ-ROW-PDATE       PIC X(10).
       01  WS-DLQ-ROW-PAMT        PIC X(20).
       01  WS-DLQ-ROW-PSTATE      PIC X(8).
       01  WS-DLQ-ROW-STATE       PIC X(12).
       01  WS-DLQ-ROW-ARREARS     PIC X(20).
       01  WS-DLQ-ROW-ARR-DATE    PIC X(10).
       01  WS-DLQ-FOUND           PIC X.
       01  WS-PROMISE-DATE-IN     PIC X(10).
       01  WS-DLQ-MV-CMD          PIC X(220) VALUE SPACES.
       01  WS-LOAN-MV-CMD         PIC X(220) VALUE SPACES.
       01  WS-LOAN-MV-RC          PIC S9(9) COMP VALUE 0.

       *> Garantias: un deposito o una cuenta pignorados no pueden
       *> cancelarse ni disponerse por debajo de lo pignorado (la
       *> cuenta lleva una retencion GARANTIA que solo se libera
       *> desde aqui)
       01  WS-COL-FILE-STATUS     PIC XX.
       01  WS-PTH-COLLATERAL      PIC X(80) VALUE SPACES.
       01  WS-PTH-COLLATERAL-NEW  PIC X(80) VALUE SPACES.
       01  WS-COL-OPTION          PIC 9 VALUE 0.
       01  WS-COL-LINE            PIC X(200).
       01  WS-COL-ORIG-LINE       PIC X(200).
       01  WS-COL-ROW-ID          PIC X(12).
       01  WS-COL-ROW-TYPE        PIC X(10).
       01  WS-COL-ROW-REF         PIC X(40).
       01  WS-COL-ROW-VALUE       PIC X(20).
       01  WS-COL-ROW-VAL-DATE    PIC X(10).
       01  WS-COL-ROW-LOANS       PIC X(70).
       01  WS-COL-ROW-PLEDGED     PIC X(20).
       01  WS-COL-ROW-HOLD        PIC X(12).
       01  WS-COL-ROW-STATUS      PIC X(10).
       01  WS-COL-ROW-DATE        PIC X(10).
       01  WS-COL-ID-IN           PIC X(12).
       01  WS-COL-TYPE-IN         PIC X(10).
       01  WS-COL-REF-IN          PIC X(40).
       01  WS-COL-LOANS-IN        PIC X(70).
       01  WS-COL-VALUE-IN        PIC X(20).
       01  WS-COL-DATE-IN         PIC X(10).
       01  WS-COL-VALUE           PIC S9(13)V9(2) COMP-3.
       01  WS-COL-PLEDGED         PIC S9(13)V9(2) COMP-3.
       01  WS-COL-HOLD-ID         PIC X(12).
       01  WS-COL-FOUND           PIC X.
       01  WS-COL-NUMBER          PIC 9(8) VALUE 0.
       01  WS-COL-MARK-MODE       PIC X.
       01  WS-COL-LOANS-OK        PIC X.
       01  WS-COL-LOAN-PART       PIC X(20).
       01  WS-COL-LOAN-PTR        PIC 9(3).
       01  WS-COL-OUT-PTR         PIC 9(3).
       01  WS-COL-TALLY           PIC 9(3).
       01  WS-COL-LIST-COUNT      PIC 9(4).
       01  WS-COL-MV-CMD          PIC X(220) VALUE SPACES.
       01  WS-COL-MV-RC           PIC S9(9) COMP VALUE 0.
       01  WS-HOLD-PLEDGE-RELEASE PIC X VALUE 'N'.

       *> Pago de recibos contra el directorio de facturadores: la
       *> referencia del recibo se valida contra la mascara del
       *> facturador ANTES de asentar, que es donde nacian los
       01  WS-DEPOSIT-KIND        PIC X VALUE 'E'.
       01  WS-CHEQUE-FLOAT-DAYS   PIC 9(3) VALUE 2.
       01  WS-ENV-CHEQUE-DAYS     PIC X(5) VALUE SPACES.
       *> Datos del cheque ingresado para su presentacion a la
       *> camara: banco librado, numero y cuenta del librador
       01  WS-CHQDEP-FILE-STATUS  PIC XX.
       01  WS-CHQDEP-LINE         PIC X(200).
       01  WS-CHQDEP-ORIG-LINE    PIC X(200).
       01  WS-CHQDEP-BANK         PIC X(16).
       01  WS-CHQDEP-NUMBER       PIC X(10).
       01  WS-CHQDEP-DRAWER       PIC X(30).
       01  WS-CHQDEP-ROW-DATE     PIC X(10).
       01  WS-CHQDEP-ROW-ACCOUNT  PIC X(30).
       01  WS-CHQDEP-ROW-AMOUNT   PIC X(20).
       01  WS-CHQDEP-ROW-BANK     PIC X(16).
       01  WS-CHQDEP-ROW-NUMBER   PIC X(10).
       01  WS-CHQDEP-ROW-DRAWER   PIC X(30).
       01  WS-CHQDEP-ROW-REF      PIC X(20).
       01  WS-CHQDEP-ROW-HOLD     PIC X(12).
       01  WS-CHQDEP-ROW-STATE    PIC X(10).
       01  WS-CHQDEP-ROW-FILE     PIC X(60).
       01  WS-CHQDEP-FOUND        PIC X.
       01  WS-HOLD-MARK-STATE     PIC X(10).

      *> Calendario laboral en la sesion de ventanilla: la misma
       *> rodadura a dia habil que usan los trabajos nocturnos
               10  CAT-WITHDRAW      PIC X.
               10  CAT-OVERDRAFT     PIC X.
               10  CAT-FEEPKG        PIC X(10).
               10  CAT-ADULT         PIC X(10).
               10  CAT-PREPAY-FEE    PIC X(12).
       01  WS-CATALOG-COUNT        PIC 9(2) VALUE 0.
       01  WS-CATALOG-LINE         PIC X(80).
       01  WS-CAT-FOUND            PIC X.
       01  WS-CHQ-COUNT-IN         PIC X(4).
       01  WS-CHQ-BOOK-COUNT       PIC 9(3).
       01  WS-CHQ-BOOK-IX          PIC 9(3).
       01  WS-CHQ-BOOK-FEE         PIC 9(9)V99.
       01  WS-CHQ-BOOK-FEE-EDIT    PIC -(12)9.99.
       01  WS-CHQ-STATE-FOUND      PIC X(8).
       01  WS-CHQ-FOUND            PIC X.
       01  WS-CHQ-NEW-STATE        PIC X(8).
       01  WS-CHQ-MV-RC            PIC S9(9) COMP VALUE 0.
       01  WS-CHQ-OUT-COUNT        PIC 9(5).

       *> Talonarios pedidos a la imprenta (data/cheque-books.csv:
       *> cuenta,primer-numero,ultimo-numero,cheques,sucursal-entrega,
       *> estado,fecha-pedido,fecha-estado,reposicion-auto,comision,
       *> origen,fichero-pedido,ref-envio). El talonario nace ORDERED
       *> con sus cheques PENDING en el registro; CHQBOOK-ORDER lo
       *> manda en el pedido nocturno (SENT), CHQBOOK-DISPATCH recoge
       *> la confirmacion de la imprenta (DISPATCHED o REJECTED) y la
       *> sucursal lo entrega al cliente (COLLECTED): solo entonces
       *> sus cheques pasan a ISSUED y PAY-CHEQUE los paga
       01  WS-CHB-BRANCH-IN        PIC X(8).
       01  WS-CHB-REORDER-IN       PIC X.
       01  WS-CHB-FIRST-IN         PIC X(10).
       01  WS-CHB-CONFIRM          PIC X.
       01  WS-CHB-FEE-STATE        PIC X(8).
       01  WS-CHB-NEW-STATUS       PIC X(10).
       01  WS-CHB-FROM-NO          PIC 9(8).
       01  WS-CHB-TO-NO            PIC 9(8).
       01  WS-CHB-ROW-NO           PIC 9(8).
       01  WS-CHB-LATEST-NO        PIC 9(8).
       01  WS-CHB-FOUND            PIC X.
       01  WS-CHB-EOF              PIC X.
       01  WS-CHB-COUNT            PIC 9(4).
       01  WS-CHB-RELEASED         PIC 9(4).
       01  WS-CHB-R-ACCOUNT        PIC X(30).
       01  WS-CHB-R-FIRST          PIC X(8).
       01  WS-CHB-R-LAST           PIC X(8).
       01  WS-CHB-R-COUNT          PIC X(4).
       01  WS-CHB-R-BRANCH         PIC X(8).
       01  WS-CHB-R-STATUS         PIC X(10).
       01  WS-CHB-R-ORDERED        PIC X(10).
       01  WS-CHB-R-STATUS-DATE    PIC X(10).
       01  WS-CHB-R-REORDER        PIC X.
       01  WS-CHB-R-FEE            PIC X(8).
       01  WS-CHB-R-ORIGIN         PIC X(8).
       01  WS-CHB-R-FILE           PIC X(40).
       01  WS-CHB-R-REF            PIC X(20).

       *> Disparadores de avisos al cliente: saldo por debajo del
       *> suelo configurado, entrada en descubierto, movimiento
       *> grande, y domiciliacion que la cuenta no pudo atender
       01  WS-PTH-TERM-DEPOSITS   PIC X(80) VALUE SPACES.
       01  WS-PTH-TERM-DEPOSITS-NEW PIC X(80) VALUE SPACES.
       01  WS-PTH-TD-COUNTER-DAT  PIC X(80) VALUE SPACES.
       01  WS-PTH-RECURRING-DEPOSITS PIC X(80) VALUE SPACES.
       01  WS-PTH-RECURRING-DEPOSITS-NEW PIC X(80) VALUE SPACES.
       01  WS-PTH-RD-COUNTER-DAT  PIC X(80) VALUE SPACES.
       01  WS-PTH-FX-RATES        PIC X(80) VALUE SPACES.
       01  WS-PTH-INTEREST-RATES  PIC X(80) VALUE SPACES.
       01  WS-PTH-ESCHEATMENT     PIC X(80) VALUE SPACES.
       01  WS-PTH-TILL-LOG        PIC X(80) VALUE SPACES.
       01  WS-PTH-VAULT-LOG       PIC X(80) VALUE SPACES.
       01  WS-PTH-HOLIDAYS        PIC X(80) VALUE SPACES.
       01  WS-PTH-FEE-WAIVERS      PIC X(80) VALUE SPACES.
       01  WS-PTH-FEE-WAIVERS-NEW  PIC X(80) VALUE SPACES.
       01  WS-PTH-CHEQUE-DEPOSITS PIC X(80) VALUE SPACES.
       01  WS-PTH-CHEQUE-DEPOSITS-NEW PIC X(80) VALUE SPACES.
       01  WS-PTH-HOLD-MAIL       PIC X(80) VALUE SPACES.
       01  WS-PTH-HOLD-MAIL-NEW   PIC X(80) VALUE SPACES.
       01  WS-PTH-CONTACT         PIC X(80) VALUE SPACES.
       01  WS-PTH-CONTACT-NEW     PIC X(80) VALUE SPACES.


       *> Cuentas inactivas (DORMANT): se cargan al arrancar y
       *> estampado en cada fila que escribe la sesion
       01  WS-TELLERS-FILE-STATUS  PIC XX.
       01  WS-TELLER-ID            PIC X(8) VALUE 'BATCH'.
       01  WS-TELLER-LINE          PIC X(200).
       01  WS-TELLER-ROW-ID        PIC X(8).
       01  WS-TELLER-ROW-NAME     PIC X(40).
       01  WS-TELLER-ROW-ROLE      PIC X(10).
       01  WS-TELLER-INPUT         PIC X(8).
       01  WS-TELLER-ACTION        PIC X.
       *> Contrasena por cajero en el maestro (columnas 5-7:
       *> huella H$sal$sha256 de la contrasena, fecha de ultimo
       *> cambio, fallos seguidos):
       *> cambio forzoso en el primer uso y al caducar, bloqueo
       *> tras los fallos configurados, y todo evento en el log
       01  WS-PWD-LOG-STATUS       PIC XX.
       01  WS-TELLER-ROW-PWD       PIC X(80).
       01  WS-TELLER-ROW-PWDDATE   PIC X(10).
       01  WS-TELLER-ROW-FAILS-STR PIC X(4).
       01  WS-TELLER-ROW-FAILS     PIC 9(2) VALUE 0.
       01  WS-TD-MV-CMD            PIC X(220) VALUE SPACES.
       01  WS-TD-MV-RC             PIC S9(9) COMP VALUE 0.

       *> Planes de ahorro: la apertura cobra la primera cuota como
       *> TRANSFER hacia la cuenta RD-nnnnnnnn; las siguientes y el
       *> vencimiento los procesa RD-INSTALMENTS
       01  WS-RD-FILE-STATUS       PIC XX.
       01  WS-RD-CTR-FILE-STATUS   PIC XX.
       01  WS-RD-NUMBER            PIC 9(8) VALUE 0.
       01  WS-RD-CTR-STR           PIC X(10).
       01  WS-RD-MONTHS            PIC 9(3).
       01  WS-RD-MONTHS-EDIT       PIC ZZ9.
       01  WS-RD-NEXT-DUE          PIC X(10).
       01  WS-RD-LINE              PIC X(200).
       *> Fila del registro de planes (PARSE-RD-LINE); el estado es
       *> ACTIVE, SUSPENDED (aviso de fallecimiento), MATURED o
       *> CLOSED (cancelacion anticipada)
       01  WS-RD-ROW-ID            PIC X(12).
       01  WS-RD-ROW-ACCOUNT       PIC X(30).
       01  WS-RD-ROW-INSTALMENT    PIC X(20).
       01  WS-RD-ROW-RATE          PIC X(15).
       01  WS-RD-ROW-OPEN          PIC X(10).
       01  WS-RD-ROW-MATURITY      PIC X(10).
       01  WS-RD-ROW-MONTHS        PIC X(4).
       01  WS-RD-ROW-NEXT-DUE      PIC X(10).
       01  WS-RD-ROW-PAID          PIC X(4).
       01  WS-RD-ROW-MISSED        PIC X(4).
       01  WS-RD-ROW-SAVED         PIC X(20).
       01  WS-RD-ROW-INTEREST      PIC X(20).
       01  WS-RD-ROW-INT-DATE      PIC X(10).
       01  WS-RD-ROW-PENALTY       PIC X(20).
       01  WS-RD-ROW-STATE         PIC X(10).
       01  WS-RD-LOOKUP-ID         PIC X(12).
       01  WS-RD-FOUND             PIC X VALUE 'N'.
       01  WS-RD-NEW-STATE         PIC X(10).
       01  WS-RD-SAVED             PIC S9(13)V9(2) COMP-3.
       01  WS-RD-MV-CMD            PIC X(220) VALUE SPACES.
       01  WS-RD-MV-RC             PIC S9(9) COMP VALUE 0.

       *> Mantenimiento de la tabla de tipos de cambio
       01  WS-FX-FILE-STATUS       PIC XX.
       01  WS-FX-LINE              PIC X(50).
       01  WS-FX-RATE-IN           PIC X(15).
       01  WS-FX-DATE-IN           PIC X(10).

       *> Mantenimiento de la tabla de tipos de interes: juego (1, 2,
       *> DEBIT, TD), fecha efectiva, limites y tipos de los tramos
       01  WS-IR-FILE-STATUS       PIC XX.
       01  WS-IR-LINE              PIC X(150).
       01  WS-IR-SET-IN            PIC X(6).
       01  WS-IR-DATE-IN           PIC X(10).
       01  WS-IR-T1-MAX-IN         PIC X(15).
       01  WS-IR-T1-RATE-IN        PIC X(10).
       01  WS-IR-T2-MAX-IN         PIC X(15).
       01  WS-IR-T2-RATE-IN        PIC X(10).
       01  WS-IR-T3-RATE-IN        PIC X(10).
       01  WS-IR-RATE-CHECK-IN     PIC X(10).
       01  WS-IR-RATE-OK           PIC X VALUE 'N'.
       01  WS-IR-RATE-WIDE         PIC S9(3)V9(6) COMP-3.
       01  WS-IR-RATE-NARROW       PIC S9(3)V9(4) COMP-3.
       01  WS-IR-T1-MAX-N          PIC S9(13)V9(2) COMP-3.
       01  WS-IR-T2-MAX-N          PIC S9(13)V9(2) COMP-3.

       *> Cambio de producto de una cuenta: tipo anterior y nuevo,
       *> liquidacion de intereses y comisiones hasta la fecha del
       *> cambio y reescritura del tipo en el alta y en el maestro
       01  WS-PCHG-IN-PATH         PIC X(100) VALUE SPACES.
       01  WS-PCHG-OUT-PATH        PIC X(100) VALUE SPACES.
       01  WS-PCHG-IN-STATUS       PIC XX.
       01  WS-PCHG-OUT-STATUS      PIC XX.
       01  WS-PCHG-FILE-NAME       PIC X(40).
       01  WS-PCHG-LINE            PIC X(200).
       01  WS-PCHG-NEW-LINE        PIC X(200).
       01  WS-PCHG-COMMAND         PIC X(250) VALUE SPACES.
       01  WS-PCHG-RC              PIC S9(9) COMP VALUE 0.
       01  WS-PCHG-CONFIRM         PIC X.
       01  WS-PCHG-OK              PIC X.
       01  WS-PCHG-CHANGED         PIC X.
       01  WS-PCHG-ACC-INDEX       PIC 9(4).
       01  WS-PCHG-OLD-TYPE        PIC X(10).
       01  WS-PCHG-NEW-TYPE        PIC X(10).
       01  WS-PCHG-OLD-PKG         PIC X(10).
       01  WS-PCHG-NEW-PKG         PIC X(10).
       01  WS-PCHG-NEW-CAT         PIC 9(2).
       01  WS-PCHG-CUST-ID         PIC X(10).
       01  WS-PCHG-TAX-STATUS      PIC X(10).
       01  WS-PCHG-TAX-RATE        PIC SV9(4) COMP-3.
       01  WS-PCHG-GROSS           PIC S9(13)V9(2) COMP-3.
       01  WS-PCHG-TAX             PIC S9(13)V9(2) COMP-3.
       01  WS-PCHG-NET             PIC S9(13)V9(2) COMP-3.
       01  WS-PCHG-FEE-AMOUNT      PIC S9(13)V9(2) COMP-3.
       01  WS-PCHG-FEE-TOTAL       PIC S9(13)V9(2) COMP-3.
       01  WS-PCHG-FEE-VALUE       PIC S9(7)V9(4) COMP-3.
       01  WS-PCHG-AMOUNT-EDIT     PIC -(12)9.99.
       01  WS-PCHG-INT-EDIT        PIC -(12)9.99.
       01  WS-PCHG-FEES-EDIT       PIC -(12)9.99.
       01  WS-PCHG-CONTRA-ACCT     PIC X(10).
       01  WS-PCHG-CONTRA-SIDE     PIC X(6).
       01  WS-PCHG-CONTRA-CAT      PIC X(12).
       *> Dias del mes en curso: los transcurridos hasta la vispera
       *> del cambio (desde el 01 o desde el cambio anterior del
       *> mismo mes) pertenecen al producto anterior
       01  WS-PCHG-MONTH-START     PIC 9(8).
       01  WS-PCHG-NEXT-MONTH      PIC 9(8).
       01  WS-PCHG-TODAY           PIC 9(8).
       01  WS-PCHG-FROM-DATE       PIC 9(8).
       01  WS-PCHG-ROW-DAY         PIC 9(2).
       01  WS-PCHG-DAYS-ELAPSED    PIC 9(3).
       01  WS-PCHG-DAYS-IN-MONTH   PIC 9(3).
       01  WS-PCHG-YEAR            PIC 9(4).
       01  WS-PCHG-MONTH           PIC 9(2).
       *> Campos de las filas leidas (devengos, tipos, comisiones,
       *> exenciones, alta y maestro de cuentas)
       01  WS-PCHG-F1              PIC X(30).
       01  WS-PCHG-F2              PIC X(100).
       01  WS-PCHG-F3              PIC X(20).
       01  WS-PCHG-F4              PIC X(20).
       01  WS-PCHG-F5              PIC X(20).
       01  WS-PCHG-F6              PIC X(20).
       01  WS-PCHG-F7              PIC X(20).
       01  WS-PCHG-F8              PIC X(20).
       01  WS-PCHG-PTR             PIC 9(3).
       01  WS-PCHG-ORDERS          PIC 9(4).
       01  WS-PCHG-WAIVED          PIC X.
       01  WS-PCHG-WAIVER-REASON   PIC X(20).

       *> Traslado de domicilio de cuentas entre sucursales: una
       *> cuenta o todas las de un cliente, con lo que arrastran
       *> (retenciones, cheques, prestamos) y el registro de fechas
       *> efectivas data/branch-transfers.csv
       01  WS-BTR-SCOPE            PIC X.
       01  WS-BTR-CONFIRM          PIC X.
       01  WS-BTR-NEW-BRANCH       PIC X(8).
       01  WS-BTR-OLD-BRANCH       PIC X(8).
       01  WS-BTR-CUST-ID          PIC X(10).
       01  WS-BTR-ACC-INDEX        PIC 9(4).
       01  WS-BTR-CANDIDATES       PIC 9(4).
       01  WS-BTR-MOVED            PIC 9(4).
       01  WS-BTR-HOLDS            PIC 9(4).
       01  WS-BTR-CHEQUES          PIC 9(5).
       01  WS-BTR-BOOKS            PIC 9(4).
       01  WS-BTR-LOANS            PIC 9(4).
       01  WS-BTR-LOAN-PRIN        PIC S9(13)V9(2) COMP-3.
       01  WS-BTR-BAL-EDIT         PIC -(12)9.99.
       01  WS-BTR-PRIN-EDIT        PIC -(12)9.99.
       01  WS-BTR-IB-ACCOUNT       PIC X(30).
       01  WS-BTR-IB-SIDE          PIC X(6).
       01  WS-BTR-AUX              PIC X(30).

       *> Cheques bancarios (efecto librado por el propio banco): el
       *> importe pasa de la cuenta del ordenante a la cuenta interna
       *> DRAFTSPAY y alli espera al pago, la anulacion o el abandono.
       *> Registro data/drafts.csv (serie,cuenta,importe,comision,
       *> beneficiario,emision,estado,fecha-estado,cajero,nota) y
       *> contador de series data/draft-counter.dat
       01  WS-DFT-OPTION           PIC 9.
       01  WS-DFT-CONFIRM          PIC X.
       01  WS-DFT-ACTION           PIC X.
       01  WS-DFT-PAY-MODE         PIC X.
       01  WS-DFT-NUMBER           PIC 9(8).
       01  WS-DFT-SERIAL           PIC X(10).
       01  WS-DFT-SERIAL-IN        PIC X(10).
       01  WS-DFT-PAYEE            PIC X(40).
       01  WS-DFT-REASON           PIC X(30).
       01  WS-DFT-AMOUNT           PIC 9(9)V99.
       01  WS-DFT-FEE              PIC 9(9)V99.
       01  WS-DFT-TOTAL            PIC S9(13)V9(2) COMP-3.
       01  WS-DFT-AMOUNT-EDIT      PIC -(12)9.99.
       01  WS-DFT-FEE-EDIT         PIC -(12)9.99.
       01  WS-DFT-ACC-INDEX        PIC 9(4).
       01  WS-DFT-FOUND            PIC X.
       01  WS-DFT-WAIVED           PIC X.
       01  WS-DFT-ACCOUNT          PIC X(30).
       01  WS-DFT-ROW-SERIAL       PIC X(10).
       01  WS-DFT-ROW-ACCOUNT      PIC X(30).
       01  WS-DFT-ROW-AMOUNT       PIC X(20).
       01  WS-DFT-ROW-FEE          PIC X(20).
       01  WS-DFT-ROW-PAYEE        PIC X(40).
       01  WS-DFT-ROW-ISSUED       PIC X(10).
       01  WS-DFT-ROW-STATUS       PIC X(12).
       01  WS-DFT-ROW-STAT-DATE    PIC X(10).
       01  WS-DFT-ROW-TELLER       PIC X(8).
       01  WS-DFT-ROW-NOTE         PIC X(30).
       01  WS-DFT-NEW-STATUS       PIC X(12).
       01  WS-DFT-NEW-NOTE         PIC X(30).
       01  WS-DFT-ROW-AMT          PIC 9(9)V99.
       *> Dias sin reclamar tras los que un cheque bancario pasa al
       *> registro de abandono: tres anos por defecto, ajustable
       *> con MINIBANK_DRAFT_ESCHEAT_DAYS
       01  WS-DFT-ESCHEAT-DAYS     PIC 9(5) VALUE 1095.
       01  WS-ENV-DRAFT-ESCHEAT-DAYS PIC X(5) VALUE SPACES.
       01  WS-DFT-ISSUED-RAW       PIC 9(8).
       01  WS-DFT-TODAY-RAW        PIC 9(8).
       01  WS-DFT-AGE-DAYS         PIC S9(7).
       01  WS-DFT-COUNT            PIC 9(5).
       01  WS-DFT-SUM              PIC S9(13)V9(2) COMP-3.
       01  WS-DFT-SUM-EDIT         PIC -(12)9.99.
       01  WS-DFT-CONTRA-ACCT      PIC X(30).
       01  WS-DFT-CONTRA-SIDE      PIC X(6).
       01  WS-DFT-CONTRA-CAT       PIC X(15).
       01  WS-DFT-AUX              PIC X(42).
       01  WS-DRAFTS-ACCOUNT-ID    PIC X(30) VALUE 'DRAFTSPAY'.

       *> Consulta de informes archivados: REPORT-ARCHIVE copia cada
       *> noche los informes del cierre a data/reports/AAAA-MM-DD y
       *> los anota en data/reports/report-index.csv
       *> (report,business_date,bytes,job_step,file)
       01  WS-RPA-DATE             PIC X(10).
       01  WS-RPA-CHOICE           PIC 99.
       01  WS-RPA-COUNT            PIC 99.
       01  WS-RPA-IX               PIC 99.
       01  WS-RPA-EOF              PIC X.
       01  WS-RPA-LAST-DATE        PIC X(10).
       01  WS-RPA-DATE-COUNT       PIC 9(3).
       01  WS-RPA-LINES            PIC 9(5).
       01  WS-RPA-F-TYPE           PIC X(20).
       01  WS-RPA-F-DATE           PIC X(10).
       01  WS-RPA-F-BYTES          PIC X(15).
       01  WS-RPA-F-STEP           PIC X(20).
       01  WS-RPA-F-FILE           PIC X(80).
       01  WS-RPA-TABLE.
           05  WS-RPA-ROW OCCURS 50 TIMES.
               10  RPA-TYPE        PIC X(20).
               10  RPA-STEP        PIC X(20).
               10  RPA-BYTES       PIC X(15).
               10  RPA-FILE        PIC X(80).

       *> Suscripciones al extracto MT940 de empresa
       *> (data/mt940-subscriptions.csv:
       *> cuenta,destinatario,estado,cajero,fecha-alta,fecha-baja);
       *> MT940-EXPORT genera cada noche el extracto de las ACTIVE
       01  WS-M94-OPTION           PIC 9 VALUE 0.
       01  WS-M94-DEST             PIC X(40).
       01  WS-M94-FOUND            PIC X.
       01  WS-M94-EOF              PIC X.
       01  WS-M94-COUNT            PIC 9(4).
       01  WS-M94-F-ACCT           PIC X(30).
       01  WS-M94-F-DEST           PIC X(40).
       01  WS-M94-F-STATE          PIC X(10).
       01  WS-M94-F-TELLER         PIC X(8).
       01  WS-M94-F-FROM           PIC X(10).
       01  WS-M94-F-TO             PIC X(10).

      *> Registro de cuentas internas (data/internal-accounts.csv:
      *> cuenta,finalidad,departamento,propietario,comportamiento,
      *> tolerancia) y visado de los descuadres que anota cada noche
      *> INTERNAL-PROOF en data/internal-breaks.csv
       01  WS-IA-OPTION            PIC 9 VALUE 0.
       01  WS-IA-EOF               PIC X.
       01  WS-IA-FOUND             PIC X.
       01  WS-IA-COUNT             PIC 9(4).
       01  WS-IA-ACCOUNT           PIC X(30).
       01  WS-IA-PURPOSE           PIC X(40).
       01  WS-IA-DEPT              PIC X(20).
       01  WS-IA-OWNER             PIC X(8).
       01  WS-IA-BEHAVIOUR         PIC X(12).
           88  IA-BEHAVIOUR-VALID  VALUE 'ZERO-DAILY' 'ZERO-MONTHLY'
                                         'OPEN'.
       01  WS-IA-TOL-IN            PIC X(20).
       01  WS-IA-TOLERANCE         PIC 9(11)V99.
       01  WS-IA-TOL-EDIT          PIC Z(10)9.99.
       01  WS-IA-DATE              PIC X(10).
       01  WS-IA-COMMENT           PIC X(60).
       01  WS-IA-R-ACCOUNT         PIC X(30).
       01  WS-IA-R-PURPOSE         PIC X(40).
       01  WS-IA-R-DEPT            PIC X(20).
       01  WS-IA-R-OWNER           PIC X(8).
       01  WS-IA-R-BEHAVIOUR       PIC X(12).
       01  WS-IA-R-TOLERANCE       PIC X(20).
       01  WS-IA-B-DATE            PIC X(10).
       01  WS-IA-B-ACCOUNT         PIC X(30).
       01  WS-IA-B-BALANCE         PIC X(20).
       01  WS-IA-B-BEHAVIOUR       PIC X(12).
       01  WS-IA-B-TOLERANCE       PIC X(20).
       01  WS-IA-B-DEPT            PIC X(20).
       01  WS-IA-B-OWNER           PIC X(8).
       01  WS-IA-B-STATE           PIC X(10).
       01  WS-IA-B-SIGNER          PIC X(8).
       01  WS-IA-B-SIGN-DATE       PIC X(10).
       01  WS-IA-B-COMMENT         PIC X(60).

       *> Registro de eventos de perdida operacional
       *> (data/loss-events.csv: id,fecha,categoria,sucursal,importe,
       *> recuperado,causa,tipo-enlace,enlace,contrapartida,cajero,
       *> referencia del saneamiento); el neto no recuperado se sanea
       *> a OPLOSS contra la cuenta interna en que estaba absorbido.
       *> LOSS-REPORT da el resumen trimestral por categoria y
       *> sucursal
       01  WS-OL-OPTION            PIC 9 VALUE 0.
       01  WS-OL-EOF               PIC X.
       01  WS-OL-FOUND             PIC X.
       01  WS-OL-COUNT             PIC 9(4).
       01  WS-OL-NUMBER            PIC 9(6).
       01  WS-OL-ROW-NUMBER        PIC 9(6).
       01  WS-OL-ID                PIC X(12).
       01  WS-OL-CATEGORY          PIC X(20).
           88  OL-CATEGORY-VALID   VALUE 'FALTANTE-CAJA'
                                         'FRAUDE-TARJETA'
                                         'CHEQUE-NO-PAGO'
                                         'COMPENSACION' 'OTRO'.
       01  WS-OL-BRANCH            PIC X(8).
       01  WS-OL-AMT-IN            PIC X(20).
       01  WS-OL-AMOUNT            PIC 9(11)V99.
       01  WS-OL-RECOVERY          PIC 9(11)V99.
       01  WS-OL-NET               PIC 9(11)V99.
       01  WS-OL-AMT-EDIT          PIC Z(10)9.99.
       01  WS-OL-REC-EDIT          PIC Z(10)9.99.
       01  WS-OL-CAUSE             PIC X(60).
       01  WS-OL-LINK-TYPE         PIC X(8).
           88  OL-LINK-VALID       VALUE 'LEDGER' 'DISPUTA' 'CAJA'.
       01  WS-OL-LINK              PIC X(20).
       01  WS-OL-LINE-NO           PIC 9(6).
       01  WS-OL-CONTRA            PIC X(30).
           88  OL-CONTRA-VALID     VALUE 'SUSPENSE' 'SETTLEMENT'
                                         'ESCHEAT' 'DRAFTSPAY'
                                         'TAXPAY' 'FEEINCOME'
                                         'INTEXPENSE' 'INTINCOME'
                                         'LOANBOOK' 'FXREVAL'
                                         'FXPOSITION' 'WRITEOFF'.
       01  WS-OL-CONFIRM           PIC X.
       01  WS-OL-REF               PIC X(20).
       01  WS-OL-LOSS-ACCOUNT      PIC X(30) VALUE 'OPLOSS'.
       01  WS-OL-L-SKIP            PIC X(42).
       01  WS-OL-L-REF             PIC X(20).
       01  WS-OL-R-ID              PIC X(12).
       01  WS-OL-R-DATE            PIC X(10).
       01  WS-OL-R-CATEGORY        PIC X(20).
       01  WS-OL-R-BRANCH          PIC X(8).
       01  WS-OL-R-AMOUNT          PIC X(20).
       01  WS-OL-R-RECOVERY        PIC X(20).
       01  WS-OL-R-CAUSE           PIC X(60).
       01  WS-OL-R-LINK-TYPE       PIC X(8).
       01  WS-OL-R-LINK            PIC X(20).
       01  WS-OL-R-CONTRA          PIC X(30).
       01  WS-OL-R-TELLER          PIC X(8).
       01  WS-OL-R-REF             PIC X(20).

       *> Gestores de relacion (data/relationship-managers.csv:
       *> id,nombre,sucursal,email,estado ACTIVE/INACTIVE). El alta y
       *> la baja del gestor y su asignacion a un cliente (14a
       *> columna de customers.csv) pasan por la cola maker-checker;
       *> RM-PORTFOLIO da la cartera mensual de cada gestor y
       *> NOTIFY-DISPATCH le copia los avisos de sus clientes
       01  WS-RMG-OPTION           PIC 9 VALUE 0.
       01  WS-RMG-ID               PIC X(8).
       01  WS-RMG-NAME             PIC X(40).
       01  WS-RMG-BRANCH           PIC X(8).
       01  WS-RMG-EMAIL            PIC X(60).
       01  WS-RMG-CUST-ID          PIC X(10).
       01  WS-RMG-FOUND            PIC X.
       01  WS-RMG-ACTIVE           PIC X.
       01  WS-RMG-EOF              PIC X.
       01  WS-RMG-COUNT            PIC 9(4).
       01  WS-RMG-CUSTOMERS        PIC 9(4).
       01  WS-RMG-R-ID             PIC X(8).
       01  WS-RMG-R-NAME           PIC X(40).
       01  WS-RMG-R-BRANCH         PIC X(8).
       01  WS-RMG-R-EMAIL          PIC X(60).
       01  WS-RMG-R-STATUS         PIC X(10).

       *> Liberacion supervisada de fondos en suspenso: a la nueva
       *> cuenta del cliente o, pasado el periodo de retencion, al
       *> registro de abandono (escheat)
       01  WS-VAULT-LINE          PIC X(100).
       01  WS-VAULT-TIME          PIC X(8).

       *> Casete del cajero automatico: el personal lo carga desde
       *> la boveda (movimiento CARGAKSK y fila en el registro de
       *> cargas), el kiosco dispensa contra el y el recuento de
       *> cierre deja sobrante/faltante en till-log.csv bajo el
       *> terminal KIOSK, igual que un cajon de ventanilla
       01  WS-KSK-CAS-STATUS      PIC XX.
       01  WS-KSK-JNL-STATUS      PIC XX.
       01  WS-KSK-REP-STATUS      PIC XX.
       01  WS-PTH-KIOSK-CASSETTE-DAT PIC X(80) VALUE SPACES.
       01  WS-PTH-KIOSK-JOURNAL   PIC X(80) VALUE SPACES.
       01  WS-PTH-KIOSK-REPLENISH PIC X(80) VALUE SPACES.
       01  WS-KSK-OPTION          PIC 9 VALUE 0.
       01  WS-KSK-LINE            PIC X(100).
       01  WS-KSK-FLOAT           PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-LOADED          PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-DISPENSED       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-EXPECTED        PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-PROVIDED        PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-AMOUNT          PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-KSK-MARK            PIC 9(9) VALUE 0.
       01  WS-KSK-JOURNAL-LINES   PIC 9(9) VALUE 0.
       01  WS-KSK-SINCE           PIC X(10).
       01  WS-KSK-F1              PIC X(20).
       01  WS-KSK-F2              PIC X(20).
       01  WS-KSK-F3              PIC X(20).
       01  WS-KSK-F4              PIC X(20).
       01  WS-KSK-JNL-TYPE        PIC X(10).
       01  WS-KSK-JNL-AMOUNT      PIC X(20).
       01  WS-KSK-REP-TYPE        PIC X(8).
       01  WS-KSK-UNLOAD          PIC X.
       01  WS-KSK-TIME            PIC X(8).
       01  WS-KSK-SAVE-TERMINAL   PIC X(16).
       01  WS-KSK-EDIT-1          PIC -(12)9.99.
       01  WS-KSK-EDIT-2          PIC -(12)9.99.
       01  WS-KSK-MARK-STR        PIC 9(9).

       *> Retirada sin tarjeta: codigo de un solo uso por importe
       *> fijo, valido 24 horas y cubierto por una retencion
       *> CARDLESS; en el registro solo queda la huella del codigo
       *> (id,huella,cuenta,importe,documento,retencion,fecha,hora,
       *> vence-fecha,vence-hora,estado,cajero) con estado ISSUED,
       *> REDEEMED, EXPIRED o CANCELLED
       01  WS-CLS-FILE-STATUS     PIC XX.
       01  WS-CLS-CTR-STATUS      PIC XX.
       01  WS-PTH-CARDLESS        PIC X(80) VALUE SPACES.
       01  WS-PTH-CARDLESS-NEW    PIC X(80) VALUE SPACES.
       01  WS-PTH-CARDLESS-COUNTER-DAT PIC X(80) VALUE SPACES.
       01  WS-CLS-OPTION          PIC 9 VALUE 0.
       01  WS-CLS-LINE            PIC X(250).
       01  WS-CLS-ROW-ID          PIC X(12).
       01  WS-CLS-ROW-HASH        PIC X(80).
       01  WS-CLS-ROW-ACCOUNT     PIC X(30).
       01  WS-CLS-ROW-AMOUNT      PIC X(20).
       01  WS-CLS-ROW-DOC         PIC X(20).
       01  WS-CLS-ROW-HOLD        PIC X(12).
       01  WS-CLS-ROW-DATE        PIC X(10).
       01  WS-CLS-ROW-TIME        PIC X(6).
       01  WS-CLS-ROW-EXP-DATE    PIC X(10).
       01  WS-CLS-ROW-EXP-TIME    PIC X(6).
       01  WS-CLS-ROW-STATUS      PIC X(10).
       01  WS-CLS-ROW-TELLER      PIC X(8).
       01  WS-CLS-ID-IN           PIC X(12).
       01  WS-CLS-DOC-IN          PIC X(20).
       01  WS-CLS-FOUND           PIC X.
       01  WS-CLS-MARK-STATE      PIC X(10).
       01  WS-CLS-MATCH-HOLD      PIC X(12).
       01  WS-CLS-DOC-OK          PIC X.
       01  WS-CLS-LIST-COUNT      PIC 9(4).
       01  WS-CLS-NUMBER          PIC 9(8) VALUE 0.
       01  WS-CLS-CTR-STR         PIC X(10).
       01  WS-CLS-CODE-CLEAR      PIC 9(8).
       01  WS-CLS-TODAY-RAW       PIC 9(8).
       01  WS-CLS-EXPIRY-RAW      PIC 9(8).
       01  WS-CLS-TIME-RAW        PIC X(8).
       *> Los codigos no superan el tope de retirada del kiosco
       *> (MINIBANK_KIOSK_LIMIT, 500 por defecto): el kiosco los
       *> paga sin volver a preguntar
       01  WS-CLS-KIOSK-LIMIT     PIC 9(9)V99 VALUE 500.00.
       01  WS-CLS-ENV-LIMIT       PIC X(15) VALUE SPACES.
       01  WS-CLS-EDIT            PIC -(12)9.99.
       01  WS-CLS-MV-CMD          PIC X(220) VALUE SPACES.
       01  WS-CLS-MV-RC           PIC S9(9) COMP VALUE 0.

       *> Herencias: cuentas del cliente fallecido (titularidad
       *> unica o compartida), contadores del aviso y totales del
       *> certificado de saldos
       01  WS-EST-OPTION          PIC 9 VALUE 0.
       01  WS-EST-TABLE.
           05  WS-EST-ENTRY OCCURS 50 TIMES INDEXED BY IX-EST.
               10  EST-ACCOUNT       PIC X(30).
               10  EST-SOLE          PIC X.
       01  WS-EST-COUNT           PIC 9(4) VALUE 0.
       01  WS-EST-MAX             PIC 9(4) VALUE 50.
       01  WS-EST-LX              PIC 9(4).
       01  WS-EST-LOOKUP          PIC X(30).
       01  WS-EST-IN-ESTATE       PIC X VALUE 'N'.
       01  WS-EST-DEATH-DATE      PIC X(10).
       01  WS-EST-CONFIRM         PIC X.
       01  WS-EST-BLOCKED         PIC X VALUE 'N'.
       01  WS-EST-N-FROZEN        PIC 9(4) VALUE 0.
       01  WS-EST-N-ORDERS        PIC 9(4) VALUE 0.
       01  WS-EST-N-MANDATES      PIC 9(4) VALUE 0.
       01  WS-EST-N-SWEEPS        PIC 9(4) VALUE 0.
       01  WS-EST-N-CARDS         PIC 9(4) VALUE 0.
       01  WS-EST-N-PLANS         PIC 9(4) VALUE 0.
       01  WS-EST-CUST-LINE       PIC X(250).
       01  WS-EST-SO-AMOUNT       PIC X(15).
       01  WS-EST-SO-FREQUENCY    PIC X(10).
       01  WS-EST-SO-NEXT         PIC X(10).
       01  WS-EST-SO-TYPE         PIC X(10).
       01  WS-EST-SO-CATEGORY     PIC X(15).
       01  WS-EST-SO-STATE        PIC X(10).
       01  WS-SWP-FILE-STATUS     PIC XX.
       01  WS-EST-SWP-ACCOUNT     PIC X(30).
       01  WS-EST-SWP-COUNTER     PIC X(30).
       01  WS-EST-SWP-MODE        PIC X(10).
       01  WS-EST-SWP-LEVEL       PIC X(15).
       01  WS-EST-SWP-PRIORITY    PIC X(5).
       01  WS-EST-SWP-STATE       PIC X(10).
       01  WS-EST-MV-CMD          PIC X(220) VALUE SPACES.
       01  WS-EST-MV-RC           PIC S9(9) COMP VALUE 0.
       01  WS-EST-CERT-PATH       PIC X(100) VALUE SPACES.
       01  WS-EST-CERT-LINE       PIC X(100).
       01  WS-EST-DATE-IN         PIC X(10).
       01  WS-EST-YYYYMMDD        PIC 9(8).
       01  WS-EST-DATE-INT        PIC S9(9) COMP VALUE 0.
       01  WS-EST-TODAY-INT       PIC S9(9) COMP VALUE 0.
       01  WS-EST-FROM-INT        PIC S9(9) COMP VALUE 0.
       01  WS-EST-DAYS            PIC S9(5) COMP VALUE 0.
       01  WS-EST-PRIN            PIC S9(13)V9(2) COMP-3.
       01  WS-EST-RATE            PIC S9(3)V9(6) COMP-3.
       01  WS-EST-INTEREST        PIC S9(13)V9(2) COMP-3.
       01  WS-EST-ACC-TOTAL       PIC S9(13)V9(2) COMP-3.
       01  WS-EST-TD-TOTAL        PIC S9(13)V9(2) COMP-3.
       01  WS-EST-RD-TOTAL        PIC S9(13)V9(2) COMP-3.
       01  WS-EST-LOAN-TOTAL      PIC S9(13)V9(2) COMP-3.
       01  WS-EST-NET             PIC S9(13)V9(2) COMP-3.
       01  WS-EST-PAY-TOTAL       PIC S9(13)V9(2) COMP-3.
       01  WS-EST-PAY-COUNT       PIC 9(4) VALUE 0.
       01  WS-EST-EDIT-1          PIC -(12)9.99.
       01  WS-EST-EDIT-2          PIC -(9)9.99.
       01  WS-EST-EXECUTOR        PIC X(60).
       01  WS-EST-EXEC-DOC        PIC X(20).
       01  WS-EST-DEST-MODE       PIC X.
       01  WS-EST-DEST-ACCOUNT    PIC X(30).

       *> Cuentas de menores: la cuenta vinculada a un cliente con
       *> tutor solo admite retiradas y transferencias que autorice
       *> ese tutor en ventanilla
       01  WS-MINOR-FOUND         PIC X VALUE 'N'.
       01  WS-MINOR-CUST-ID       PIC X(10).
       01  WS-MINOR-GUARDIAN      PIC X(10).
       01  WS-MINOR-DENIED        PIC X VALUE 'N'.
       01  WS-MINOR-AUTH          PIC X VALUE 'N'.
       01  WS-MINOR-AUTH-ACCOUNT  PIC X(30) VALUE SPACES.
       01  WS-MINOR-SIGNER        PIC X(10).
       01  WS-MINOR-OK            PIC X VALUE 'N'.
       01  WS-MINOR-YEAR          PIC 9(4).
       01  WS-MINOR-MAJORITY      PIC X(10).

       *> Recibos numerados: contador correlativo persistido y
       *> fichero diario de recibos reimprimibles por numero
       01  WS-RECEIPT-FILE-STATUS  PIC XX.
           05  BATCH-ACCOUNT       PIC X(30).
           05  BATCH-AMOUNT        PIC 9(9)V99.
           05  BATCH-TO-ACCOUNT    PIC X(30).
           05  BATCH-PREPAY-MODE   PIC X.

       PROCEDURE DIVISION.

                  '/td-counter.dat' DELIMITED BY SIZE
               INTO WS-PTH-TD-COUNTER-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-RECURRING-DEPOSITS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/recurring-deposits.csv' DELIMITED BY SIZE
               INTO WS-PTH-RECURRING-DEPOSITS
           END-STRING
           MOVE SPACES TO WS-PTH-RECURRING-DEPOSITS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/recurring-deposits.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-RECURRING-DEPOSITS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-RD-COUNTER-DAT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/rd-counter.dat' DELIMITED BY SIZE
               INTO WS-PTH-RD-COUNTER-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-FX-RATES
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/fx-rates.csv' DELIMITED BY SIZE
               INTO WS-PTH-FX-RATES
           END-STRING
           MOVE SPACES TO WS-PTH-INTEREST-RATES
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/interest-rates.csv' DELIMITED BY SIZE
               INTO WS-PTH-INTEREST-RATES
           END-STRING
           MOVE SPACES TO WS-PTH-ESCHEATMENT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/escheatment.csv' DELIMITED BY SIZE
                  '/vault-balance.dat' DELIMITED BY SIZE
               INTO WS-PTH-VAULT-BALANCE-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-KIOSK-CASSETTE-DAT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/kiosk-cassette.dat' DELIMITED BY SIZE
               INTO WS-PTH-KIOSK-CASSETTE-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-KIOSK-JOURNAL
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/kiosk-journal.csv' DELIMITED BY SIZE
               INTO WS-PTH-KIOSK-JOURNAL
           END-STRING
           MOVE SPACES TO WS-PTH-KIOSK-REPLENISH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/kiosk-replenish.csv' DELIMITED BY SIZE
               INTO WS-PTH-KIOSK-REPLENISH
           END-STRING
           MOVE SPACES TO WS-PTH-CARDLESS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cardless-codes.csv' DELIMITED BY SIZE
               INTO WS-PTH-CARDLESS
           END-STRING
           MOVE SPACES TO WS-PTH-CARDLESS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cardless-codes.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-CARDLESS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-CARDLESS-COUNTER-DAT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cardless-counter.dat' DELIMITED BY SIZE
               INTO WS-PTH-CARDLESS-COUNTER-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-RECEIPT-COUNTER-DAT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/receipt-counter.dat' DELIMITED BY SIZE
                  '/holidays.csv' DELIMITED BY SIZE
               INTO WS-PTH-HOLIDAYS
           END-STRING
           MOVE SPACES TO WS-PTH-CHEQUE-DEPOSITS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-deposits.csv' DELIMITED BY SIZE
               INTO WS-PTH-CHEQUE-DEPOSITS
           END-STRING
           MOVE SPACES TO WS-PTH-CHEQUE-DEPOSITS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-deposits.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-CHEQUE-DEPOSITS-NEW
           END-STRING

           MOVE SPACES TO WS-PTH-MEMO-FLAGS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/memo-flags.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-MEMO-FLAGS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-HOLD-MAIL
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/hold-mail.csv' DELIMITED BY SIZE
               INTO WS-PTH-HOLD-MAIL
           END-STRING
           MOVE SPACES TO WS-PTH-HOLD-MAIL-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/hold-mail.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-HOLD-MAIL-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-CONTACT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/customer-contact.csv' DELIMITED BY SIZE
               INTO WS-PTH-CONTACT
           END-STRING
           MOVE SPACES TO WS-PTH-CONTACT-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/customer-contact.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-CONTACT-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-CARDS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv' DELIMITED BY SIZE
               INTO WS-PTH-CARDS
           END-STRING
           MOVE SPACES TO WS-PTH-CARDS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-CARDS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-CARD-COUNTER-DAT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/card-counter.dat' DELIMITED BY SIZE
               INTO WS-PTH-CARD-COUNTER-DAT
           END-STRING
           MOVE SPACES TO WS-PTH-POSITIVE-PAY
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/positive-pay.csv' DELIMITED BY SIZE
                  '/loan-delinq.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-LOAN-DELINQ-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-COLLATERAL
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/collateral.csv' DELIMITED BY SIZE
               INTO WS-PTH-COLLATERAL
           END-STRING
           MOVE SPACES TO WS-PTH-COLLATERAL-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/collateral.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-COLLATERAL-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-STANDING-ORDERS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/standing-orders.csv' DELIMITED BY SIZE
               INTO WS-PTH-STANDING-ORDERS
           END-STRING
           MOVE SPACES TO WS-PTH-STANDING-ORDERS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/standing-orders.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-STANDING-ORDERS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-SWEEPS
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/sweep-instructions.csv' DELIMITED BY SIZE
               INTO WS-PTH-SWEEPS
           END-STRING
           MOVE SPACES TO WS-PTH-SWEEPS-NEW
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/sweep-instructions.csv.new' DELIMITED BY SIZE
               INTO WS-PTH-SWEEPS-NEW
           END-STRING
           MOVE SPACES TO WS-PTH-SWITCH-REDIRECT
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/switch-redirect.csv' DELIMITED BY SIZE
                   IF WS-FUTURE-LINE-DATE <= WS-TODAY-DATE
                       ADD 1 TO WS-FUTURE-RELEASED
                       WRITE TRANSACTIONS-RECORD FROM WS-FUTURE-LINE
                       MOVE WS-FUTURE-LINE TO CHAIN-ROW
                       PERFORM SEAL-LEDGER-ROW
                   ELSE
                       ADD 1 TO WS-FUTURE-HELD
                       WRITE FUTURE-NEW-RECORD FROM WS-FUTURE-LINE

      *> Una cuenta es conocida si ya esta en memoria, figura en el
      *> seed de accounts.csv, o es una cuenta interna del propio
      *> sistema (puente, liquidacion, abandono, cheques bancarios,
      *> deposito a plazo o plan de ahorro)
       CHECK-ACCOUNT-KNOWN.
           MOVE 'Y' TO WS-UNK-IS-INTERNAL

           IF WS-UNK-ACCOUNT = WS-SUSPENSE-ACCOUNT-ID
               OR WS-UNK-ACCOUNT = WS-SETTLEMENT-ACCOUNT-ID
               OR WS-UNK-ACCOUNT = WS-ESCHEAT-ACCOUNT-ID
               OR WS-UNK-ACCOUNT = WS-DRAFTS-ACCOUNT-ID
               OR WS-UNK-ACCOUNT(1:3) = 'TD-'
               OR WS-UNK-ACCOUNT(1:3) = 'RD-'
               EXIT PARAGRAPH
           END-IF

               OR WS-UNK-ACCOUNT = 'FXREVAL'
               OR WS-UNK-ACCOUNT = 'FXPOSITION'
               OR WS-UNK-ACCOUNT = 'WRITEOFF'
               OR WS-UNK-ACCOUNT = 'OPLOSS'
               OR WS-UNK-ACCOUNT(1:3) = 'IB-'
               EXIT PARAGRAPH
           END-IF
       WAREHOUSE-FUTURE-ROWS.
           PERFORM ACQUIRE-TX-LOCK

      *>   No se reescribe (ni se vuelve a sellar) un ledger cuya
      *>   cadena de huellas no cuadra: el cierre se detiene
           PERFORM VERIFY-LEDGER-CHAIN
           IF CHAIN-BROKEN
               PERFORM RELEASE-TX-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FUTURE-HELD
           MOVE 0 TO WS-UNK-HELD
           MOVE 0 TO WS-TX-LINES-APPLIED
           END-STRING
           CALL 'SYSTEM' USING WS-FUTURE-MV-CMD
               GIVING WS-FUTURE-MV-RC
           PERFORM RESEAL-LEDGER-CHAIN

           PERFORM RELEASE-TX-LOCK

           MOVE 'REJECTED' TO WS-BATCH-OUTCOME
           MOVE 'GENERAL' TO WS-FAIL-REASON
           MOVE SPACES TO BATCH-TO-ACCOUNT
           MOVE SPACES TO BATCH-PREPAY-MODE
           UNSTRING WS-BATCH-LINE DELIMITED BY ','
               INTO BATCH-OP BATCH-ACCOUNT BATCH-AMOUNT
                   BATCH-TO-ACCOUNT BATCH-PREPAY-MODE
           END-UNSTRING

           MOVE BATCH-ACCOUNT TO DB-ACCOUNT-ID

      *>   Digito de control de las cuentas de la orden: un numero
      *>   mal tecleado en el fichero se rechaza con motivo propio
      *>   (en PREPAY el cuarto campo es el prestamo, no una cuenta)
           MOVE BATCH-ACCOUNT TO WS-CKD-ID
           PERFORM VERIFY-CHECK-DIGIT
           IF WS-CKD-OK = 'Y'
               AND BATCH-TO-ACCOUNT NOT = SPACES
               AND BATCH-OP NOT = 'PREPAY'
               MOVE BATCH-TO-ACCOUNT TO WS-CKD-ID
               PERFORM VERIFY-CHECK-DIGIT
           END-IF
               EXIT PARAGRAPH
           END-IF

      *>   Un lote no puede presentar la autorizacion del tutor: los
      *>   cargos sobre cuentas de menores se rechazan
           MOVE 'N' TO WS-MINOR-AUTH
           IF BATCH-OP = 'WITHDRAW' OR BATCH-OP = 'TRANSFER'
               OR BATCH-OP = 'PREPAY'
               PERFORM FIND-MINOR-ON-ACCOUNT
               IF WS-MINOR-FOUND = 'Y'
                   DISPLAY 'ERROR: cuenta de menor en la orden: '
                       FUNCTION TRIM(WS-BATCH-LINE)
                   MOVE 'REJECTED-MENOR' TO WS-BATCH-OUTCOME
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE BATCH-OP
               WHEN 'DEPOSIT'
                   EVALUATE WS-DATA-SOURCE
                   ELSE
                       PERFORM SET-REJECTED-OUTCOME
                   END-IF
               WHEN 'PREPAY'
                   PERFORM BATCH-LOAN-PREPAY
                   IF WS-LOAN-PREPAY-OK = 'Y'
                       MOVE 'APPLIED' TO WS-BATCH-OUTCOME
                   ELSE
                       PERFORM SET-REJECTED-OUTCOME
                   END-IF
               WHEN OTHER
                   DISPLAY 'Operacion batch no reconocida: '
                       BATCH-OP
                       PERFORM DO-FX-CASH-EXCHANGE
                   WHEN 36
                       PERFORM DO-MEMO-MENU
                   WHEN 37
                       PERFORM DO-CARD-MENU
                   WHEN 38
                       PERFORM DO-KIOSK-CASH-MENU
                   WHEN 39
                       PERFORM DO-CARDLESS-MENU
                   WHEN 40
                       PERFORM DO-INTEREST-RATE-MAINTENANCE
                   WHEN 41
                       PERFORM DO-PRODUCT-CHANGE
                   WHEN 42
                       PERFORM DO-BRANCH-TRANSFER
                   WHEN 43
                       PERFORM DO-DRAFT-MENU
                   WHEN 44
                       PERFORM DO-REPORT-ARCHIVE
                   WHEN 45
                       PERFORM DO-MT940-MENU
                   WHEN 46
                       PERFORM DO-INTERNAL-MENU
                   WHEN 47
                       PERFORM DO-LOSS-MENU
                   WHEN 9
                       MOVE 'S' TO WS-EXIT
                   WHEN OTHER

      *> Cierra la caja comparando el efectivo contado contra la
      *> posicion esperada y deja el resultado en till-log.csv
      *> (fecha,terminal,fondo,esperado,contado,diferencia,cajero)
       CLOSE-TILL.
           IF WS-TILL-OPEN NOT = 'Y'
               EXIT PARAGRAPH
                  FUNCTION TRIM(WS-TILL-EDIT-3) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-4) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-ID     DELIMITED BY SPACE
               INTO WS-TILL-LINE
           END-STRING

                  FUNCTION TRIM(WS-TILL-EDIT-3) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-4) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-ID     DELIMITED BY SPACE
               INTO WS-TILL-LINE
           END-STRING

           .

      *> ============================================================
      *> CAJERO AUTOMATICO DEL VESTIBULO (CASETE DE MBKIOSK)
      *> ============================================================

      *> El kiosco paga efectivo pero nadie sabia cuanto quedaba
      *> dentro: el casete lleva un ciclo (fondo de apertura +
      *> cargas desde la boveda - lo dispensado segun el diario
      *> del kiosco) que el recuento de cierre cuadra y reinicia
       DO-KIOSK-CASH-MENU.
           DISPLAY ' '
           DISPLAY '===== CASETE DEL CAJERO AUTOMATICO ====='
           DISPLAY '1 - Cargar efectivo desde la boveda'
           DISPLAY '2 - Posicion esperada del casete'
           DISPLAY '3 - Recuento de cierre (cuadre)'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-KSK-OPTION

           EVALUATE WS-KSK-OPTION
               WHEN 1
                   PERFORM KIOSK-CASH-LOAD
               WHEN 2
                   PERFORM KIOSK-CASH-POSITION
               WHEN 3
                   PERFORM KIOSK-CASH-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> La carga sale de la boveda (movimiento CARGAKSK con
      *> terminal KIOSK) y queda en data/kiosk-replenish.csv
       KIOSK-CASH-LOAD.
           DISPLAY 'Importe cargado en el casete (ej. 2000.00): '
               WITH NO ADVANCING
           ACCEPT WS-TILL-AMOUNT-STR
           IF FUNCTION TEST-NUMVAL(WS-TILL-AMOUNT-STR) NOT = 0
               DISPLAY 'ERROR: importe no valido'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TILL-AMOUNT-STR) TO WS-KSK-AMOUNT
           IF WS-KSK-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-VAULT-BALANCE
           IF WS-KSK-AMOUNT > WS-VAULT-BALANCE
               MOVE WS-VAULT-BALANCE TO WS-VAULT-EDIT-1
               DISPLAY 'ERROR: la boveda solo tiene '
                   FUNCTION TRIM(WS-VAULT-EDIT-1)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-KIOSK-CASSETTE
           ADD WS-KSK-AMOUNT TO WS-KSK-LOADED
           PERFORM WRITE-KIOSK-CASSETTE

           MOVE WS-KSK-AMOUNT TO WS-VAULT-AMOUNT
           SUBTRACT WS-VAULT-AMOUNT FROM WS-VAULT-BALANCE
           MOVE 'CARGAKSK' TO WS-VAULT-MOVEMENT
           PERFORM APPEND-KIOSK-VAULT-MOVEMENT
           PERFORM WRITE-VAULT-BALANCE

           PERFORM SUM-KIOSK-DISPENSED
           MOVE 'CARGA' TO WS-KSK-REP-TYPE
           PERFORM APPEND-KIOSK-REPLENISH

           MOVE WS-KSK-EXPECTED TO WS-KSK-EDIT-1
           MOVE WS-VAULT-BALANCE TO WS-VAULT-EDIT-1
           DISPLAY 'Casete cargado; posicion esperada: '
               FUNCTION TRIM(WS-KSK-EDIT-1)
           DISPLAY 'Posicion de boveda tras la carga: '
               FUNCTION TRIM(WS-VAULT-EDIT-1)
           .

       KIOSK-CASH-POSITION.
           PERFORM READ-KIOSK-CASSETTE
           PERFORM SUM-KIOSK-DISPENSED

           DISPLAY ' '
           DISPLAY 'Ciclo del casete abierto el ' WS-KSK-SINCE
           MOVE WS-KSK-FLOAT TO WS-KSK-EDIT-1
           DISPLAY '  Fondo de apertura : ' WS-KSK-EDIT-1
           MOVE WS-KSK-LOADED TO WS-KSK-EDIT-1
           DISPLAY '  Cargas            : ' WS-KSK-EDIT-1
           MOVE WS-KSK-DISPENSED TO WS-KSK-EDIT-1
           DISPLAY '  Dispensado        : ' WS-KSK-EDIT-1
           MOVE WS-KSK-EXPECTED TO WS-KSK-EDIT-1
           DISPLAY '  Posicion esperada : ' WS-KSK-EDIT-1
           .

      *> Recuento de cierre: contado contra esperado, linea en
      *> till-log.csv (fecha,KIOSK,fondo+cargas,esperado,contado,
      *> diferencia) y ciclo nuevo; el efectivo contado se queda
      *> en el casete como fondo o vuelve a la boveda
       KIOSK-CASH-COUNT.
           PERFORM READ-KIOSK-CASSETTE
           PERFORM SUM-KIOSK-DISPENSED

           MOVE WS-KSK-EXPECTED TO WS-TILL-EDIT-1
           DISPLAY ' '
           DISPLAY '===== CUADRE DEL CAJERO AUTOMATICO ====='
           DISPLAY 'Posicion esperada: ' WS-TILL-EDIT-1
           DISPLAY 'Efectivo contado en el casete: '
               WITH NO ADVANCING
           ACCEPT WS-TILL-AMOUNT-STR

           IF FUNCTION TEST-NUMVAL(WS-TILL-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-TILL-AMOUNT-STR)
                   TO WS-TILL-COUNTED
           ELSE
               MOVE WS-KSK-EXPECTED TO WS-TILL-COUNTED
               DISPLAY 'AVISO: importe no valido, se asume el '
                   'esperado'
           END-IF

           COMPUTE WS-TILL-OVERSHORT =
               WS-TILL-COUNTED - WS-KSK-EXPECTED

           MOVE WS-TILL-OVERSHORT TO WS-TILL-EDIT-2
           IF WS-TILL-OVERSHORT = 0
               DISPLAY 'Casete cuadrado'
           ELSE
               DISPLAY 'Descuadre del casete (sobrante +/faltante '
                   '-): ' WS-TILL-EDIT-2
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE WS-KSK-PROVIDED   TO WS-TILL-EDIT-1
           MOVE WS-KSK-EXPECTED   TO WS-TILL-EDIT-2
           MOVE WS-TILL-COUNTED   TO WS-TILL-EDIT-3
           MOVE WS-TILL-OVERSHORT TO WS-TILL-EDIT-4

           MOVE SPACES TO WS-TILL-LINE
           STRING WS-APPEND-DATE   DELIMITED BY SIZE
                  ',KIOSK,'        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-1) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-2) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-3) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TILL-EDIT-4) DELIMITED BY SIZE
               INTO WS-TILL-LINE
           END-STRING

           OPEN EXTEND TILL-LOG-FILE
           IF WS-TILL-LOG-FILE-STATUS = '05'
               OR WS-TILL-LOG-FILE-STATUS = '35'
               OPEN OUTPUT TILL-LOG-FILE
           END-IF
           WRITE TILL-LOG-RECORD FROM WS-TILL-LINE
           CLOSE TILL-LOG-FILE

           DISPLAY 'Descargar el efectivo a la boveda (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-KSK-UNLOAD

           IF WS-KSK-UNLOAD = 'S' OR WS-KSK-UNLOAD = 's'
               PERFORM READ-VAULT-BALANCE
               MOVE WS-TILL-COUNTED TO WS-VAULT-AMOUNT
               ADD WS-VAULT-AMOUNT TO WS-VAULT-BALANCE
               MOVE 'DESCAKSK' TO WS-VAULT-MOVEMENT
               PERFORM APPEND-KIOSK-VAULT-MOVEMENT
               PERFORM WRITE-VAULT-BALANCE
               MOVE 0 TO WS-KSK-FLOAT
               MOVE WS-TILL-COUNTED TO WS-KSK-AMOUNT
           ELSE
               MOVE WS-TILL-COUNTED TO WS-KSK-FLOAT
           END-IF

      *>   Ciclo nuevo a partir de la ultima fila del diario
           MOVE 0 TO WS-KSK-LOADED
           MOVE WS-KSK-JOURNAL-LINES TO WS-KSK-MARK
           MOVE WS-APPEND-DATE TO WS-KSK-SINCE
           PERFORM WRITE-KIOSK-CASSETTE

           IF WS-KSK-UNLOAD = 'S' OR WS-KSK-UNLOAD = 's'
               PERFORM SUM-KIOSK-DISPENSED
               MOVE 'DESCARGA' TO WS-KSK-REP-TYPE
               PERFORM APPEND-KIOSK-REPLENISH
               DISPLAY 'Efectivo devuelto a la boveda; el casete '
                   'queda vacio'
           ELSE
               MOVE WS-TILL-COUNTED TO WS-KSK-EDIT-1
               DISPLAY 'El efectivo contado queda como fondo del '
                   'ciclo nuevo: ' FUNCTION TRIM(WS-KSK-EDIT-1)
           END-IF
           .

      *> fondo,cargas,marca-diario,fecha-apertura; sin fichero el
      *> casete arranca vacio y el ciclo empieza en la ultima fila
      *> actual del diario (lo dispensado antes no cuenta)
       READ-KIOSK-CASSETTE.
           MOVE 0 TO WS-KSK-FLOAT
           MOVE 0 TO WS-KSK-LOADED
           MOVE 0 TO WS-KSK-MARK
           MOVE SPACES TO WS-KSK-SINCE

           OPEN INPUT KIOSK-CASSETTE-FILE
           IF WS-KSK-CAS-STATUS NOT = '00'
               PERFORM SUM-KIOSK-DISPENSED
               MOVE WS-KSK-JOURNAL-LINES TO WS-KSK-MARK
               PERFORM SET-APPEND-DATE
               MOVE WS-APPEND-DATE TO WS-KSK-SINCE
               EXIT PARAGRAPH
           END-IF

           READ KIOSK-CASSETTE-FILE INTO WS-KSK-LINE
               AT END
                   MOVE SPACES TO WS-KSK-LINE
           END-READ
           CLOSE KIOSK-CASSETTE-FILE

           MOVE SPACES TO WS-KSK-F1 WS-KSK-F2 WS-KSK-F3 WS-KSK-F4
           UNSTRING WS-KSK-LINE DELIMITED BY ','
               INTO WS-KSK-F1 WS-KSK-F2 WS-KSK-F3 WS-KSK-F4
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-KSK-F1) = 0
               MOVE FUNCTION NUMVAL(WS-KSK-F1) TO WS-KSK-FLOAT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-KSK-F2) = 0
               MOVE FUNCTION NUMVAL(WS-KSK-F2) TO WS-KSK-LOADED
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-KSK-F3) = 0
               MOVE FUNCTION NUMVAL(WS-KSK-F3) TO WS-KSK-MARK
           END-IF
           MOVE WS-KSK-F4 TO WS-KSK-SINCE
           .

       WRITE-KIOSK-CASSETTE.
           MOVE WS-KSK-FLOAT TO WS-KSK-EDIT-1
           MOVE WS-KSK-LOADED TO WS-KSK-EDIT-2
           MOVE WS-KSK-MARK TO WS-KSK-MARK-STR

           MOVE SPACES TO WS-KSK-LINE
           STRING FUNCTION TRIM(WS-KSK-EDIT-1) DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KSK-EDIT-2) DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-KSK-MARK-STR      DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-KSK-SINCE         DELIMITED BY SPACE
               INTO WS-KSK-LINE
           END-STRING

           OPEN OUTPUT KIOSK-CASSETTE-FILE
           WRITE KIOSK-CASSETTE-RECORD FROM WS-KSK-LINE
           CLOSE KIOSK-CASSETTE-FILE
           .

      *> Recorre el diario del kiosco (fecha,hora,tarjeta,cuenta,
      *> tipo,importe): cuenta sus filas y suma las retiradas
      *> posteriores a la marca del ciclo; deja tambien lo
      *> aportado (fondo + cargas) y la posicion esperada
       SUM-KIOSK-DISPENSED.
           MOVE 0 TO WS-KSK-DISPENSED
           MOVE 0 TO WS-KSK-JOURNAL-LINES

           OPEN INPUT KIOSK-JOURNAL-FILE
           IF WS-KSK-JNL-STATUS = '00'
               PERFORM UNTIL WS-KSK-JNL-STATUS NOT = '00'
                   READ KIOSK-JOURNAL-FILE INTO WS-KSK-LINE
                   IF WS-KSK-JNL-STATUS = '00'
                       ADD 1 TO WS-KSK-JOURNAL-LINES
                       IF WS-KSK-JOURNAL-LINES > WS-KSK-MARK
                           PERFORM TALLY-KIOSK-JOURNAL-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE KIOSK-JOURNAL-FILE
           END-IF

           COMPUTE WS-KSK-PROVIDED = WS-KSK-FLOAT + WS-KSK-LOADED
           COMPUTE WS-KSK-EXPECTED =
               WS-KSK-PROVIDED - WS-KSK-DISPENSED
           .

       TALLY-KIOSK-JOURNAL-LINE.
           MOVE SPACES TO WS-KSK-JNL-TYPE
           MOVE SPACES TO WS-KSK-JNL-AMOUNT
           UNSTRING WS-KSK-LINE DELIMITED BY ','
               INTO WS-KSK-F1 WS-KSK-F2 WS-KSK-F3 WS-KSK-F4
                    WS-KSK-JNL-TYPE WS-KSK-JNL-AMOUNT
           END-UNSTRING
           IF WS-KSK-JNL-TYPE = 'WITHDRAW'
               AND FUNCTION TEST-NUMVAL(WS-KSK-JNL-AMOUNT) = 0
               ADD FUNCTION NUMVAL(WS-KSK-JNL-AMOUNT)
                   TO WS-KSK-DISPENSED
           END-IF
           .

      *> Movimiento de boveda con el kiosco como terminal
       APPEND-KIOSK-VAULT-MOVEMENT.
           MOVE WS-TILL-TERMINAL TO WS-KSK-SAVE-TERMINAL
           MOVE 'KIOSK' TO WS-TILL-TERMINAL
           PERFORM APPEND-VAULT-MOVEMENT
           MOVE WS-KSK-SAVE-TERMINAL TO WS-TILL-TERMINAL
           .

      *> Registro de cargas y descargas: fecha,hora,quien,tipo,
      *> importe,posicion-esperada-resultante
       APPEND-KIOSK-REPLENISH.
           PERFORM SET-APPEND-DATE
           ACCEPT WS-KSK-TIME FROM TIME
           MOVE WS-KSK-AMOUNT TO WS-KSK-EDIT-1
           MOVE WS-KSK-EXPECTED TO WS-KSK-EDIT-2

           MOVE SPACES TO WS-KSK-LINE
           STRING WS-APPEND-DATE   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-KSK-TIME(1:6) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-ID     DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-KSK-REP-TYPE  DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KSK-EDIT-1) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KSK-EDIT-2) DELIMITED BY SIZE
               INTO WS-KSK-LINE
           END-STRING

           OPEN EXTEND KIOSK-REPLENISH-FILE
           IF WS-KSK-REP-STATUS = '05'
               OR WS-KSK-REP-STATUS = '35'
               OPEN OUTPUT KIOSK-REPLENISH-FILE
           END-IF
           WRITE KIOSK-REPLENISH-RECORD FROM WS-KSK-LINE
           CLOSE KIOSK-REPLENISH-FILE
           .

      *> ============================================================
      *> RETIRADA SIN TARJETA (CODIGO DE UN SOLO USO)
      *> ============================================================

      *> El cliente que olvido la tarjeta no tiene que hacer cola:
      *> la ventanilla le da un codigo para un importe fijo de su
      *> cuenta, valido 24 horas, y el kiosco lo paga contra el
      *> codigo y el documento del cliente. El importe queda
      *> apartado con una retencion CARDLESS hasta el canje; el
      *> cierre nocturno (HOLD-RELEASE) caduca los no usados y
      *> libera su retencion
       DO-CARDLESS-MENU.
           DISPLAY ' '
           DISPLAY '===== RETIRADA SIN TARJETA ====='
           DISPLAY '1 - Emitir codigo de retirada'
           DISPLAY '2 - Anular codigo no usado'
           DISPLAY '3 - Listar codigos de una cuenta'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-CLS-OPTION

           EVALUATE WS-CLS-OPTION
               WHEN 1
                   PERFORM CARDLESS-ISSUE
               WHEN 2
                   PERFORM CARDLESS-CANCEL
               WHEN 3
                   PERFORM CARDLESS-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CARDLESS-ISSUE.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-STATUS(WS-ACC-INDEX) NOT = 'OPEN'
                   DISPLAY 'ERROR: la cuenta no esta operativa ('
                       FUNCTION TRIM(ACC-STATUS(WS-ACC-INDEX)) ')'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   El kiosco no opera cuentas de menores
           PERFORM FIND-MINOR-ON-ACCOUNT
           IF WS-MINOR-FOUND = 'Y'
               DISPLAY 'ERROR: cuenta de menor; la retirada sin '
                   'tarjeta no esta permitida'
               EXIT PARAGRAPH
           END-IF

      *>   El documento que pedira el kiosco debe ser el de un
      *>   cliente vinculado a la cuenta
           DISPLAY 'Documento del cliente que retirara: '
               WITH NO ADVANCING
           ACCEPT WS-CLS-DOC-IN
           PERFORM CARDLESS-CHECK-DOCUMENT
           IF WS-CLS-DOC-OK = 'N'
               DISPLAY 'ERROR: el documento no corresponde a un '
                   'cliente de la cuenta'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-CLS-ENV-LIMIT
               FROM ENVIRONMENT 'MINIBANK_KIOSK_LIMIT'
           IF WS-CLS-ENV-LIMIT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CLS-ENV-LIMIT) = 0
               MOVE FUNCTION NUMVAL(WS-CLS-ENV-LIMIT)
                   TO WS-CLS-KIOSK-LIMIT
           END-IF
           IF WS-TMP-AMOUNT > WS-CLS-KIOSK-LIMIT
               MOVE WS-CLS-KIOSK-LIMIT TO WS-CLS-EDIT
               DISPLAY 'ERROR: el kiosco paga hasta '
                   FUNCTION TRIM(WS-CLS-EDIT) ' por operacion'
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-SOURCE = 'CSV'
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
               IF WS-AVAILABLE-BALANCE < WS-TMP-AMOUNT
                   MOVE WS-HOLDS-TOTAL TO WS-HOLDS-EDIT
                   DISPLAY 'ERROR: saldo disponible insuficiente'
                   DISPLAY '   Saldo contable: '
                       ACC-BALANCE(WS-ACC-INDEX)
                   DISPLAY '   Retenido      : ' WS-HOLDS-EDIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   Vence a las 24 horas del reloj, no del dia de negocio:
      *>   el kiosco compara con su propia fecha y hora
           ACCEPT WS-CLS-TODAY-RAW FROM DATE YYYYMMDD
           ACCEPT WS-CLS-TIME-RAW FROM TIME
           COMPUTE WS-CLS-EXPIRY-RAW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CLS-TODAY-RAW) + 1)
           MOVE SPACES TO WS-CLS-ROW-DATE
           STRING WS-CLS-TODAY-RAW(1:4) '-'
                  WS-CLS-TODAY-RAW(5:2) '-'
                  WS-CLS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-CLS-ROW-DATE
           END-STRING
           MOVE SPACES TO WS-CLS-ROW-EXP-DATE
           STRING WS-CLS-EXPIRY-RAW(1:4) '-'
                  WS-CLS-EXPIRY-RAW(5:2) '-'
                  WS-CLS-EXPIRY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-CLS-ROW-EXP-DATE
           END-STRING
           MOVE WS-CLS-TIME-RAW(1:6) TO WS-CLS-ROW-TIME
           MOVE WS-CLS-TIME-RAW(1:6) TO WS-CLS-ROW-EXP-TIME

      *>   Retencion por el importe con el mismo vencimiento
           MOVE 'CARDLESS' TO WS-HOLD-REASON-IN
           MOVE WS-CLS-ROW-EXP-DATE TO WS-HOLD-EXPIRY-IN
           PERFORM APPEND-HOLD-ROW

           PERFORM NEXT-CARDLESS-NUMBER
           PERFORM CARDLESS-NEW-CODE

           MOVE SPACES TO WS-CLS-ROW-ID
           STRING 'CLS-' DELIMITED BY SIZE
                  WS-CLS-NUMBER DELIMITED BY SIZE
               INTO WS-CLS-ROW-ID
           END-STRING
           MOVE HASH-STORED TO WS-CLS-ROW-HASH
           MOVE WS-TMP-ACCOUNT TO WS-CLS-ROW-ACCOUNT
           MOVE WS-TMP-AMOUNT TO WS-CLS-EDIT
           MOVE FUNCTION TRIM(WS-CLS-EDIT) TO WS-CLS-ROW-AMOUNT
           MOVE WS-CLS-DOC-IN TO WS-CLS-ROW-DOC
           MOVE WS-HOLD-ROW-ID TO WS-CLS-ROW-HOLD
           MOVE 'ISSUED' TO WS-CLS-ROW-STATUS
           MOVE WS-TELLER-ID TO WS-CLS-ROW-TELLER
           PERFORM BUILD-CARDLESS-LINE

           OPEN EXTEND CARDLESS-FILE
           IF WS-CLS-FILE-STATUS = '05'
               OR WS-CLS-FILE-STATUS = '35'
               OPEN OUTPUT CARDLESS-FILE
           END-IF
           WRITE CARDLESS-RECORD FROM WS-CLS-LINE
           CLOSE CARDLESS-FILE

           MOVE 'CODIGO-EMIT' TO WS-MA-ACTION
           MOVE WS-CLS-ROW-ID TO WS-MA-ENTITY
           MOVE 'IMPORTE' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE WS-CLS-ROW-AMOUNT TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Codigo ' WS-CLS-ROW-ID ' emitido por '
               FUNCTION TRIM(WS-CLS-ROW-AMOUNT)
           DISPLAY 'Codigo de retirada (entregar al cliente, no se '
               'vuelve a mostrar): ' WS-CLS-CODE-CLEAR
           DISPLAY 'Valido hasta ' WS-CLS-ROW-EXP-DATE ' '
               WS-CLS-ROW-EXP-TIME(1:2) ':' WS-CLS-ROW-EXP-TIME(3:2)
           .

      *> Anulacion a peticion del cliente: el codigo pasa a
      *> CANCELLED y su retencion se libera
       CARDLESS-CANCEL.
           DISPLAY 'Numero de codigo (CLS-...): ' WITH NO ADVANCING
           ACCEPT WS-CLS-ID-IN

           MOVE 'CANCELLED' TO WS-CLS-ROW-STATUS
           PERFORM MARK-CARDLESS-IN-FILE
           IF WS-CLS-FOUND = 'N'
               DISPLAY 'ERROR: codigo no encontrado o ya no esta '
                   'pendiente de canje'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLS-MATCH-HOLD TO WS-HOLD-ID-IN
           MOVE 'RELEASED' TO WS-HOLD-ROW-STATUS
           PERFORM MARK-HOLD-IN-FILE

           MOVE 'CODIGO-ANUL' TO WS-MA-ACTION
           MOVE WS-CLS-ID-IN TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'ISSUED' TO WS-MA-OLD
           MOVE 'CANCELLED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Codigo anulado; retencion ' WS-CLS-MATCH-HOLD
               ' liberada'
           .

       CARDLESS-LIST.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLS-LIST-COUNT
           OPEN INPUT CARDLESS-FILE
           IF WS-CLS-FILE-STATUS NOT = '00'
               DISPLAY '(sin codigos emitidos)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Codigos de retirada de la cuenta ' WS-TMP-ACCOUNT
           PERFORM UNTIL WS-CLS-FILE-STATUS NOT = '00'
               READ CARDLESS-FILE INTO WS-CLS-LINE
               IF WS-CLS-FILE-STATUS = '00'
                   PERFORM PARSE-CARDLESS-LINE
                   IF WS-CLS-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       ADD 1 TO WS-CLS-LIST-COUNT
                       DISPLAY '  ' WS-CLS-ROW-ID ' '
                           WS-CLS-ROW-AMOUNT(1:12) ' '
                           WS-CLS-ROW-STATUS ' (vence '
                           WS-CLS-ROW-EXP-DATE ' '
                           WS-CLS-ROW-EXP-TIME(1:2) ':'
                           WS-CLS-ROW-EXP-TIME(3:2) ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARDLESS-FILE

           DISPLAY 'Total: ' WS-CLS-LIST-COUNT
           .

      *> WS-CLS-DOC-OK = 'Y' si WS-CLS-DOC-IN es el documento de
      *> algun cliente vinculado a WS-TMP-ACCOUNT
       CARDLESS-CHECK-DOCUMENT.
           MOVE 'N' TO WS-CLS-DOC-OK
           IF WS-CLS-DOC-IN = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
                   OR WS-CLS-DOC-OK = 'Y'
               IF LINK-ACCOUNT-ID(IX-LINK) = WS-TMP-ACCOUNT
                   MOVE LINK-CUST-ID(IX-LINK) TO WS-TMP-CUST-ID
                   PERFORM FIND-CUSTOMER-BY-ID
                   IF WS-CUST-FOUND = 'Y'
                       AND CUST-DOC(WS-CUST-INDEX) = WS-CLS-DOC-IN
                       MOVE 'Y' TO WS-CLS-DOC-OK
                   END-IF
               END-IF
           END-PERFORM
           .

       PARSE-CARDLESS-LINE.
           MOVE SPACES TO WS-CLS-ROW-ID WS-CLS-ROW-HASH
               WS-CLS-ROW-ACCOUNT WS-CLS-ROW-AMOUNT WS-CLS-ROW-DOC
               WS-CLS-ROW-HOLD WS-CLS-ROW-DATE WS-CLS-ROW-TIME
               WS-CLS-ROW-EXP-DATE WS-CLS-ROW-EXP-TIME
               WS-CLS-ROW-STATUS WS-CLS-ROW-TELLER
           UNSTRING WS-CLS-LINE DELIMITED BY ','
               INTO WS-CLS-ROW-ID WS-CLS-ROW-HASH
                    WS-CLS-ROW-ACCOUNT WS-CLS-ROW-AMOUNT
                    WS-CLS-ROW-DOC WS-CLS-ROW-HOLD
                    WS-CLS-ROW-DATE WS-CLS-ROW-TIME
                    WS-CLS-ROW-EXP-DATE WS-CLS-ROW-EXP-TIME
                    WS-CLS-ROW-STATUS WS-CLS-ROW-TELLER
           END-UNSTRING
           .

       BUILD-CARDLESS-LINE.
           MOVE SPACES TO WS-CLS-LINE
           STRING WS-CLS-ROW-ID       DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-HASH     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-ACCOUNT  DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-AMOUNT   DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-DOC      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-HOLD     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-DATE     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-TIME     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-EXP-DATE DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-EXP-TIME DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-STATUS   DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CLS-ROW-TELLER   DELIMITED BY SPACE
               INTO WS-CLS-LINE
           END-STRING
           .

      *> Reescritura .new + mv: el codigo WS-CLS-ID-IN, si sigue
      *> ISSUED, pasa al estado WS-CLS-ROW-STATUS pedido; su
      *> retencion queda en WS-CLS-MATCH-HOLD
       MARK-CARDLESS-IN-FILE.
           MOVE 'N' TO WS-CLS-FOUND
           MOVE WS-CLS-ROW-STATUS TO WS-CLS-MARK-STATE
           MOVE SPACES TO WS-CLS-MATCH-HOLD

           OPEN INPUT CARDLESS-FILE
           IF WS-CLS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CARDLESS-NEW-FILE

           PERFORM UNTIL WS-CLS-FILE-STATUS NOT = '00'
               READ CARDLESS-FILE INTO WS-CLS-LINE
               IF WS-CLS-FILE-STATUS = '00'
                   PERFORM MARK-ONE-CARDLESS-LINE
               END-IF
           END-PERFORM

           CLOSE CARDLESS-NEW-FILE
           CLOSE CARDLESS-FILE

           MOVE SPACES TO WS-CLS-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cardless-codes.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cardless-codes.csv' DELIMITED BY SIZE
               INTO WS-CLS-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CLS-MV-CMD
               GIVING WS-CLS-MV-RC
           IF WS-CLS-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'cardless-codes.csv'
           END-IF
           .

       MARK-ONE-CARDLESS-LINE.
           PERFORM PARSE-CARDLESS-LINE
           IF WS-CLS-ROW-ID = WS-CLS-ID-IN
               AND WS-CLS-ROW-STATUS = 'ISSUED'
               AND WS-CLS-FOUND = 'N'
               MOVE 'Y' TO WS-CLS-FOUND
               MOVE WS-CLS-ROW-HOLD TO WS-CLS-MATCH-HOLD
               MOVE WS-CLS-MARK-STATE TO WS-CLS-ROW-STATUS
               PERFORM BUILD-CARDLESS-LINE
           END-IF
           WRITE CARDLESS-NEW-RECORD FROM WS-CLS-LINE
           .

      *> Contador correlativo persistido, como el de retenciones
       NEXT-CARDLESS-NUMBER.
           MOVE 0 TO WS-CLS-NUMBER

           OPEN INPUT CARDLESS-COUNTER-FILE
           IF WS-CLS-CTR-STATUS = '00'
               READ CARDLESS-COUNTER-FILE INTO WS-CLS-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-CLS-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-CLS-CTR-STR)
                               TO WS-CLS-NUMBER
                       END-IF
               END-READ
               CLOSE CARDLESS-COUNTER-FILE
           END-IF

           ADD 1 TO WS-CLS-NUMBER

           MOVE WS-CLS-NUMBER TO WS-CLS-CTR-STR
           OPEN OUTPUT CARDLESS-COUNTER-FILE
           WRITE CARDLESS-COUNTER-RECORD FROM WS-CLS-CTR-STR
           CLOSE CARDLESS-COUNTER-FILE
           .

      *> Codigo aleatorio de 8 cifras en WS-CLS-CODE-CLEAR y su
      *> huella en HASH-STORED; misma semilla que los PIN
       CARDLESS-NEW-CODE.
           IF WS-CARD-SEEDED = 'N'
               ACCEPT WS-CARD-SEED-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CARD-SEED-TIME FROM TIME
               COMPUTE WS-CARD-SEED = FUNCTION MOD(
                   WS-CARD-SEED-DATE * 100000000 + WS-CARD-SEED-TIME,
                   999999937)
               COMPUTE WS-CARD-RANDOM = FUNCTION RANDOM(WS-CARD-SEED)
               MOVE 'Y' TO WS-CARD-SEEDED
           END-IF

           COMPUTE WS-CARD-RANDOM = FUNCTION RANDOM
           COMPUTE WS-CLS-CODE-CLEAR = WS-CARD-RANDOM * 100000000

           MOVE 'MAKE' TO HASH-FUNC
           MOVE WS-CLS-CODE-CLEAR TO HASH-SECRET
           CALL 'MBHASH' USING HASH-REQUEST
           .

      *> ============================================================
      *> RECIBOS NUMERADOS DE VENTANILLA
      *> ============================================================

      *> Emite un recibo correlativo por cada operacion interactiva
      *> aplicada: numero,fecha,hora,cuenta,titular enmascarado,
      *> tipo,importe,saldo resultante,cajero, en el fichero del dia.
      *> El llamador deja tipo en WS-APPEND-TYPE, titular en
      *> WS-TMP-NAME y saldo resultante en WS-RECEIPT-BALANCE
       EMIT-RECEIPT.
           PERFORM NEXT-RECEIPT-NUMBER

           PERFORM SET-APPEND-DATE

           ACCEPT WS-RECEIPT-TIME-RAW FROM TIME
           MOVE SPACES TO WS-RECEIPT-TIME
           STRING WS-RECEIPT-TIME-RAW(1:2) ':'
                  WS-RECEIPT-TIME-RAW(3:2) ':'
                  WS-RECEIPT-TIME-RAW(5:2)
               INTO WS-RECEIPT-TIME
           END-STRING

      *>   Titular enmascarado: tres primeros caracteres y asteriscos
           MOVE ALL '*' TO WS-RECEIPT-MASKED-NAME
           IF WS-TMP-NAME NOT = SPACES
               MOVE WS-TMP-NAME(1:3)
                   TO WS-RECEIPT-MASKED-NAME(1:3)
           END-IF

           MOVE WS-TMP-AMOUNT TO WS-RECEIPT-AMT-EDIT
           MOVE WS-RECEIPT-BALANCE TO WS-RECEIPT-BAL-EDIT

           MOVE SPACES TO WS-RECEIPT-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/receipts-' DELIMITED BY SIZE
                  WS-APPEND-DATE-RAW DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WS-RECEIPT-FILE-PATH
           END-STRING

      *>   Un recibo de practicas no debe confundirse jamas con
      *>   uno real: en modo formacion el numero sale como TRN-n
           MOVE SPACES TO WS-RECEIPT-PREFIX
           IF WS-TRAINING-MODE = 'Y'
               MOVE 'TRN-' TO WS-RECEIPT-PREFIX
           END-IF

           MOVE SPACES TO WS-RECEIPT-LINE
           STRING WS-RECEIPT-PREFIX DELIMITED BY SPACE
                  WS-RECEIPT-NUMBER DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-APPEND-DATE    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-RECEIPT-TIME   DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  DB-ACCOUNT-ID     DELIMITED BY SPACE
                  ','               DELIMITED BY SIZE
                  WS-RECEIPT-MASKED-NAME DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-APPEND-TYPE    DELIMITED BY SPACE
                  ','               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECEIPT-AMT-EDIT)
                                    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECEIPT-BAL-EDIT)
                                    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-TELLER-ID      DELIMITED BY SPACE
               INTO WS-RECEIPT-LINE
           END-STRING

           OPEN EXTEND RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS = '05'
               OR WS-RECEIPT-FILE-STATUS = '35'
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           WRITE RECEIPT-RECORD FROM WS-RECEIPT-LINE
           CLOSE RECEIPT-FILE

           DISPLAY 'Recibo num. '
               FUNCTION TRIM(WS-RECEIPT-PREFIX)
               WS-RECEIPT-NUMBER
           .

      *> Lee, incrementa y reescribe el contador correlativo de
      *> recibos para que sobreviva al reinicio de la sesion
       NEXT-RECEIPT-NUMBER.
           MOVE 0 TO WS-RECEIPT-NUMBER

           OPEN INPUT RECEIPT-COUNTER-FILE
           IF WS-RECEIPT-CTR-FILE-STATUS = '00'
               READ RECEIPT-COUNTER-FILE INTO WS-RECEIPT-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-RECEIPT-CTR-STR)
                           = 0
                           MOVE FUNCTION NUMVAL(WS-RECEIPT-CTR-STR)
                               TO WS-RECEIPT-NUMBER
                       END-IF
               END-READ
               CLOSE RECEIPT-COUNTER-FILE
           END-IF

           ADD 1 TO WS-RECEIPT-NUMBER

           MOVE WS-RECEIPT-NUMBER TO WS-RECEIPT-CTR-STR
           OPEN OUTPUT RECEIPT-COUNTER-FILE
           WRITE RECEIPT-COUNTER-RECORD FROM WS-RECEIPT-CTR-STR
           CLOSE RECEIPT-COUNTER-FILE
           .

      *> Reimprime un recibo buscandolo por numero dentro del
      *> fichero de recibos del dia indicado
       DO-REPRINT-RECEIPT.
           DISPLAY 'Fecha del recibo (AAAAMMDD, vacio = hoy): '
               WITH NO ADVANCING
           ACCEPT WS-RECEIPT-LOOKUP-DATE

           IF WS-RECEIPT-LOOKUP-DATE = SPACES
               ACCEPT WS-RECEIPT-LOOKUP-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'Numero de recibo: ' WITH NO ADVANCING
           ACCEPT WS-RECEIPT-LOOKUP-NO

           IF FUNCTION TEST-NUMVAL(WS-RECEIPT-LOOKUP-NO) NOT = 0
               DISPLAY 'ERROR: numero de recibo no valido'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RECEIPT-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/receipts-' DELIMITED BY SIZE
                  WS-RECEIPT-LOOKUP-DATE(1:8) DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WS-RECEIPT-FILE-PATH
           END-STRING

           MOVE 'N' TO WS-RECEIPT-FOUND
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: no hay recibos para esa fecha'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RECEIPT-FILE-STATUS NOT = '00'
               READ RECEIPT-FILE INTO WS-RECEIPT-LINE
               IF WS-RECEIPT-FILE-STATUS = '00'
                   UNSTRING WS-RECEIPT-LINE DELIMITED BY ','
                       INTO WS-RECEIPT-ROW-NO
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-RECEIPT-ROW-NO) =
                       FUNCTION NUMVAL(WS-RECEIPT-LOOKUP-NO)
                       MOVE 'Y' TO WS-RECEIPT-FOUND
                       DISPLAY ' '
                       DISPLAY '===== REIMPRESION DE RECIBO ====='
                       DISPLAY WS-RECEIPT-LINE
                       DISPLAY '================================='
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RECEIPT-FILE

           IF WS-RECEIPT-FOUND = 'N'
               DISPLAY 'Recibo no encontrado: ' WS-RECEIPT-LOOKUP-NO
           END-IF
           .

      *> Valida al cajero contra el maestro: debe existir y estar
      *> activo; su rol del maestro prevalece sobre MINIBANK_ROLE.
      *> Si el maestro aun no existe se mantiene el comportamiento
      *> anterior (rol por entorno) para poder dar de alta el
      *> primer cajero.
       TELLER-SIGN-ON.
           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-FILE-STATUS NOT = '00'
               DISPLAY 'AVISO: sin maestro de cajeros '
                   '(data/tellers.csv); se opera con el rol de '
                   'entorno'
               EXIT PARAGRAPH
           END-IF
           CLOSE TELLERS-FILE

           MOVE 0 TO WS-TELLER-TRIES
           MOVE 'N' TO WS-TELLER-FOUND

           PERFORM UNTIL WS-TELLER-FOUND = 'Y'
               OR WS-TELLER-TRIES >= 3
               ADD 1 TO WS-TELLER-TRIES
               DISPLAY 'Identificador de cajero: '
                   WITH NO ADVANCING
               ACCEPT WS-TELLER-INPUT
               PERFORM FIND-TELLER-IN-MASTER
               IF WS-TELLER-FOUND NOT = 'Y'
                   DISPLAY 'Cajero no valido o dado de baja'
               END-IF
           END-PERFORM

           IF WS-TELLER-FOUND NOT = 'Y'
               DISPLAY 'ERROR: sin cajero valido tras 3 intentos; '
                   'la sesion termina'
               STOP RUN
           END-IF

      *>   Credencial propia del cajero: saber un identificador ya
      *>   no basta para asentar bajo ese nombre
           PERFORM TELLER-PASSWORD-GATE
           IF WS-PWD-OK NOT = 'Y'
               STOP RUN
           END-IF

           MOVE WS-TELLER-INPUT TO WS-TELLER-ID
           MOVE WS-TELLER-SIGNED-ROLE TO WS-SESSION-ROLE
           MOVE WS-TELLER-ID TO DB-TELLER-ID
           DISPLAY 'Sesion iniciada: ' WS-TELLER-ID ' ('
               WS-TELLER-SIGNED-ROLE ')'
           .

      *> ------------------------------------------------------------
      *> Contrasena del cajero: bloqueado si acumulo demasiados
      *> fallos, cambio forzoso si nunca la fijo o si caduco, y
      *> cada intento (bueno o malo) en data/password-log.csv
      *> ------------------------------------------------------------
       TELLER-PASSWORD-GATE.
           MOVE 'N' TO WS-PWD-OK

           ACCEPT WS-ENV-PWD-FAILS
               FROM ENVIRONMENT 'MINIBANK_PWD_MAX_FAILS'
           IF WS-ENV-PWD-FAILS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-PWD-FAILS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-PWD-FAILS)
                   TO WS-PWD-MAX-FAILS
           END-IF
           ACCEPT WS-ENV-PWD-EXPIRY
               FROM ENVIRONMENT 'MINIBANK_PWD_EXPIRY_DAYS'
           IF WS-ENV-PWD-EXPIRY NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-PWD-EXPIRY) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-PWD-EXPIRY)
                   TO WS-PWD-EXPIRY-DAYS
           END-IF

           IF WS-TELLER-ROW-FAILS >= WS-PWD-MAX-FAILS
               DISPLAY 'ERROR: cajero bloqueado por intentos '
                   'fallidos; un supervisor debe desbloquearlo'
               EXIT PARAGRAPH
           END-IF

      *>   Primer uso: sin contrasena registrada, se fija ahora
           IF WS-TELLER-ROW-PWD = SPACES
               DISPLAY 'Primer uso: debe fijar su contrasena'
               PERFORM TELLER-PASSWORD-CHANGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PWD-MUST-CHANGE
           PERFORM CHECK-PASSWORD-EXPIRY

           PERFORM UNTIL WS-PWD-OK = 'Y'
               OR WS-TELLER-ROW-FAILS >= WS-PWD-MAX-FAILS
               DISPLAY 'Contrasena: ' WITH NO ADVANCING
               ACCEPT WS-PWD-IN

               MOVE 'CHEK' TO HASH-FUNC
               MOVE WS-PWD-IN TO HASH-SECRET
               MOVE WS-TELLER-ROW-PWD TO HASH-STORED
               CALL 'MBHASH' USING HASH-REQUEST

               IF HASH-MATCHED
                   MOVE 'Y' TO WS-PWD-OK
                   MOVE 'OK' TO WS-PWD-EVENT
                   PERFORM APPEND-PASSWORD-LOG
      *>           Una fila que aun guardaba la contrasena en claro
      *>           se rehace con su huella en el mismo acceso
      *>           (MAKE deja HASH-LEGACY a 'N': la fila se graba aqui)
                   IF HASH-IS-LEGACY
                       MOVE 'MAKE' TO HASH-FUNC
                       CALL 'MBHASH' USING HASH-REQUEST
                       MOVE HASH-STORED TO WS-TELLER-ROW-PWD
                       MOVE 0 TO WS-TELLER-ROW-FAILS
                       PERFORM UPDATE-TELLER-ROW
                   ELSE
                       IF WS-TELLER-ROW-FAILS > 0
                           MOVE 0 TO WS-TELLER-ROW-FAILS
                           PERFORM UPDATE-TELLER-ROW
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-TELLER-ROW-FAILS
                   MOVE 'FAIL' TO WS-PWD-EVENT
                   PERFORM APPEND-PASSWORD-LOG
                   PERFORM UPDATE-TELLER-ROW
                   IF WS-TELLER-ROW-FAILS >= WS-PWD-MAX-FAILS
                       MOVE 'LOCK' TO WS-PWD-EVENT
                       PERFORM APPEND-PASSWORD-LOG
                       DISPLAY 'Cajero bloqueado por intentos '
                           'fallidos'
                   ELSE
                       DISPLAY 'Contrasena incorrecta'
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PWD-OK = 'Y'
               AND WS-PWD-MUST-CHANGE = 'Y'
               DISPLAY 'Su contrasena ha caducado ('
                   WS-PWD-EXPIRY-DAYS ' dias): debe cambiarla'
               MOVE 'N' TO WS-PWD-OK
               PERFORM TELLER-PASSWORD-CHANGE
           END-IF
           .

       CHECK-PASSWORD-EXPIRY.
           IF WS-TELLER-ROW-PWDDATE = SPACES
               MOVE 'Y' TO WS-PWD-MUST-CHANGE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE(1:4) TO WS-PWD-DATE-YYYYMMDD(1:4)
           MOVE WS-APPEND-DATE(6:2) TO WS-PWD-DATE-YYYYMMDD(5:2)
           MOVE WS-APPEND-DATE(9:2) TO WS-PWD-DATE-YYYYMMDD(7:2)
           COMPUTE WS-PWD-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-YYYYMMDD)
           MOVE WS-TELLER-ROW-PWDDATE(1:4)
               TO WS-PWD-DATE-YYYYMMDD(1:4)
           MOVE WS-TELLER-ROW-PWDDATE(6:2)
               TO WS-PWD-DATE-YYYYMMDD(5:2)
           MOVE WS-TELLER-ROW-PWDDATE(9:2)
               TO WS-PWD-DATE-YYYYMMDD(7:2)
           COMPUTE WS-PWD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-YYYYMMDD)
           COMPUTE WS-PWD-AGE-DAYS =
               WS-PWD-TODAY-INTEGER - WS-PWD-DATE-INTEGER

           IF WS-PWD-AGE-DAYS >= WS-PWD-EXPIRY-DAYS
               MOVE 'Y' TO WS-PWD-MUST-CHANGE
           END-IF
           .

       TELLER-PASSWORD-CHANGE.
           DISPLAY 'Contrasena nueva: ' WITH NO ADVANCING
           ACCEPT WS-PWD-NEW
           DISPLAY 'Repita la contrasena: ' WITH NO ADVANCING
           ACCEPT WS-PWD-NEW2

           IF WS-PWD-NEW = SPACES
               OR WS-PWD-NEW NOT = WS-PWD-NEW2
               DISPLAY 'ERROR: las contrasenas no coinciden o '
                   'estan vacias; la sesion termina'
               EXIT PARAGRAPH
           END-IF

           MOVE 'MAKE' TO HASH-FUNC
           MOVE WS-PWD-NEW TO HASH-SECRET
           CALL 'MBHASH' USING HASH-REQUEST
           MOVE HASH-STORED TO WS-TELLER-ROW-PWD
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-TELLER-ROW-PWDDATE
           MOVE 0 TO WS-TELLER-ROW-FAILS
           PERFORM UPDATE-TELLER-ROW

           MOVE 'CHANGE' TO WS-PWD-EVENT
           PERFORM APPEND-PASSWORD-LOG
           MOVE 'Y' TO WS-PWD-OK
           DISPLAY 'Contrasena registrada'
           .

      *> Reescribe el maestro conservando las demas filas; la del
      *> cajero WS-TELLER-INPUT sale de los WS-TELLER-ROW-*
       UPDATE-TELLER-ROW.
           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TELLERS-NEW-FILE

           PERFORM UNTIL WS-TELLERS-FILE-STATUS NOT = '00'
               READ TELLERS-FILE INTO WS-TELLER-LINE
               IF WS-TELLERS-FILE-STATUS = '00'
                   PERFORM UPDATE-ONE-TELLER-LINE
               END-IF
           END-PERFORM

           CLOSE TELLERS-NEW-FILE
           CLOSE TELLERS-FILE

           MOVE SPACES TO WS-DORMANT-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/tellers.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/tellers.csv' DELIMITED BY SIZE
               INTO WS-DORMANT-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DORMANT-MV-CMD
               GIVING WS-DORMANT-MV-RC
           .

       UPDATE-ONE-TELLER-LINE.
           UNSTRING WS-TELLER-LINE DELIMITED BY ','
               INTO WS-TELLER-ROW-ID
           END-UNSTRING

           IF WS-TELLER-ROW-ID = WS-TELLER-INPUT
               MOVE WS-TELLER-ROW-FAILS TO WS-TELLER-ROW-FAILS-STR
               MOVE SPACES TO WS-TELLER-LINE
               STRING WS-TELLER-ROW-ID DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TELLER-ROW-NAME)
                          DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-TELLER-ROW-ROLE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-TELLER-ROW-ACTIVE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-TELLER-ROW-PWD DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-TELLER-ROW-PWDDATE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-TELLER-ROW-FAILS-STR DELIMITED BY SPACE
                   INTO WS-TELLER-LINE
               END-STRING
           END-IF
           WRITE TELLERS-NEW-RECORD FROM WS-TELLER-LINE
           .

      *> Como APPEND-SUPERVISOR-PIN-LOG, pero para los eventos de
      *> contrasena de cajero: fecha,hora,cajero,evento
       APPEND-PASSWORD-LOG.
           PERFORM SET-APPEND-DATE
           ACCEPT WS-PWD-TIME FROM TIME

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-PWD-TIME(1:6) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-INPUT  DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-PWD-EVENT     DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           OPEN EXTEND PASSWORD-LOG-FILE
           IF WS-PWD-LOG-STATUS = '05'
               OR WS-PWD-LOG-STATUS = '35'
               OPEN OUTPUT PASSWORD-LOG-FILE
           END-IF
           WRITE PASSWORD-LOG-RECORD FROM WS-APPEND-LINE(1:60)
           CLOSE PASSWORD-LOG-FILE
           .

       FIND-TELLER-IN-MASTER.
           MOVE 'N' TO WS-TELLER-FOUND

           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TELLERS-FILE-STATUS NOT = '00'
               READ TELLERS-FILE INTO WS-TELLER-LINE
      *>       Con el cajero ya localizado se sigue leyendo sin
      *>       analizar, para que sus campos (incluida la
      *>       contrasena) no se pisen con filas posteriores
               IF WS-TELLERS-FILE-STATUS = '00'
                   AND WS-TELLER-FOUND = 'N'
                   MOVE SPACES TO WS-TELLER-ROW-PWD
                   MOVE SPACES TO WS-TELLER-ROW-PWDDATE
                   MOVE SPACES TO WS-TELLER-ROW-FAILS-STR
                   UNSTRING WS-TELLER-LINE DELIMITED BY ','
                       INTO WS-TELLER-ROW-ID WS-TELLER-ROW-NAME
                            WS-TELLER-ROW-ROLE WS-TELLER-ROW-ACTIVE
                            WS-TELLER-ROW-PWD
                            WS-TELLER-ROW-PWDDATE
                            WS-TELLER-ROW-FAILS-STR
                   END-UNSTRING
                   IF WS-TELLER-ROW-ID = WS-TELLER-INPUT
                       AND WS-TELLER-ROW-ACTIVE = 'Y'
                       MOVE 'Y' TO WS-TELLER-FOUND
                       MOVE WS-TELLER-ROW-ROLE
                           TO WS-TELLER-SIGNED-ROLE
                       IF FUNCTION TEST-NUMVAL
                           (WS-TELLER-ROW-FAILS-STR) = 0
                           MOVE FUNCTION NUMVAL
                               (WS-TELLER-ROW-FAILS-STR)
                               TO WS-TELLER-ROW-FAILS
                       ELSE
                           MOVE 0 TO WS-TELLER-ROW-FAILS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TELLERS-FILE
           .

      *> Alta y baja de cajeros en el maestro, solo supervisor
       DO-TELLER-MAINTENANCE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: mantener el maestro de cajeros '
                   'requiere una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Accion (A=alta, B=baja, D=desbloquear): '
               WITH NO ADVANCING
           ACCEPT WS-TELLER-ACTION

           EVALUATE WS-TELLER-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM TELLER-ADD
               WHEN 'B'
               WHEN 'b'
                   PERFORM TELLER-DEACTIVATE
               WHEN 'D'
               WHEN 'd'
                   PERFORM TELLER-UNLOCK
               WHEN OTHER
                   DISPLAY 'Accion no valida'
           END-EVALUATE
           .

      *> Desbloqueo supervisado: pone los fallos a cero y fuerza el
      *> cambio de contrasena en el siguiente inicio de sesion
       TELLER-UNLOCK.
           DISPLAY 'Identificador a desbloquear: '
               WITH NO ADVANCING
           ACCEPT WS-TELLER-INPUT
           PERFORM FIND-TELLER-IN-MASTER
           IF WS-TELLER-FOUND = 'N'
               DISPLAY 'ERROR: cajero no encontrado o de baja'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TELLER-ROW-FAILS
           MOVE SPACES TO WS-TELLER-ROW-PWDDATE
           PERFORM UPDATE-TELLER-ROW

           MOVE 'UNLOCK' TO WS-PWD-EVENT
           PERFORM APPEND-PASSWORD-LOG

           MOVE 'CAJERO-DESBLQ' TO WS-MA-ACTION
           MOVE WS-TELLER-INPUT TO WS-MA-ENTITY
           MOVE 'FALLOS' TO WS-MA-FIELD
           MOVE 'BLOQUEADO' TO WS-MA-OLD
           MOVE '0' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cajero desbloqueado; debera cambiar su '
               'contrasena al entrar'
           .

       TELLER-ADD.
           DISPLAY 'Identificador (ej. T03): ' WITH NO ADVANCING
           ACCEPT WS-TELLER-INPUT
           PERFORM FIND-TELLER-IN-MASTER
           IF WS-TELLER-FOUND = 'Y'
               DISPLAY 'ERROR: el cajero ya existe'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nombre: ' WITH NO ADVANCING
           ACCEPT WS-TELLER-ROW-NAME
           DISPLAY 'Rol (TELLER/SUPERVISOR): ' WITH NO ADVANCING
           ACCEPT WS-TELLER-ROW-ROLE
           IF WS-TELLER-ROW-ROLE NOT = 'SUPERVISOR'
               MOVE 'TELLER' TO WS-TELLER-ROW-ROLE
           END-IF

      *>   Maker-checker: el alta NO surte efecto ahora; queda en
      *>   la cola hasta que otro supervisor la aplique
           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           STRING WS-TELLER-INPUT     DELIMITED BY SPACE
                  '|'                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TELLER-ROW-NAME)
                                      DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  WS-TELLER-ROW-ROLE  DELIMITED BY SPACE
                  '|Y'                DELIMITED BY SIZE
               INTO WS-CHG-PAYLOAD-IN
           END-STRING
           MOVE 'TELLER-ADD' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo OTRO supervisor (opcion 30)'
           .

       TELLER-DEACTIVATE.
           DISPLAY 'Identificador a dar de baja: '
               WITH NO ADVANCING
           ACCEPT WS-TELLER-INPUT

           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: no existe el maestro de cajeros'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TELLERS-NEW-FILE

           PERFORM UNTIL WS-TELLERS-FILE-STATUS NOT = '00'
               READ TELLERS-FILE INTO WS-TELLER-LINE
               IF WS-TELLERS-FILE-STATUS = '00'
                   MOVE SPACES TO WS-TELLER-ROW-PWD
                   MOVE SPACES TO WS-TELLER-ROW-PWDDATE
                   MOVE SPACES TO WS-TELLER-ROW-FAILS-STR
                   UNSTRING WS-TELLER-LINE DELIMITED BY ','
                       INTO WS-TELLER-ROW-ID WS-TELLER-ROW-NAME
                            WS-TELLER-ROW-ROLE WS-TELLER-ROW-ACTIVE
                            WS-TELLER-ROW-PWD
                            WS-TELLER-ROW-PWDDATE
                            WS-TELLER-ROW-FAILS-STR
                   END-UNSTRING
                   IF WS-TELLER-ROW-ID = WS-TELLER-INPUT
                       MOVE SPACES TO WS-TELLER-LINE
                       STRING WS-TELLER-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-TELLER-ROW-NAME)
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-TELLER-ROW-ROLE
                                  DELIMITED BY SPACE
                              ',N,' DELIMITED BY SIZE
                              WS-TELLER-ROW-PWD
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-TELLER-ROW-PWDDATE
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-TELLER-ROW-FAILS-STR
                                  DELIMITED BY SPACE
                           INTO WS-TELLER-LINE
                       END-STRING
                   END-IF
                   WRITE TELLERS-NEW-RECORD FROM WS-TELLER-LINE
               END-IF
           END-PERFORM

           CLOSE TELLERS-NEW-FILE
           CLOSE TELLERS-FILE

           MOVE SPACES TO WS-DORMANT-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/tellers.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/tellers.csv' DELIMITED BY SIZE
               INTO WS-DORMANT-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DORMANT-MV-CMD
               GIVING WS-DORMANT-MV-RC

           MOVE 'CAJERO-BAJA' TO WS-MA-ACTION
           MOVE WS-TELLER-INPUT TO WS-MA-ENTITY
           MOVE 'ACTIVO' TO WS-MA-FIELD
           MOVE 'Y' TO WS-MA-OLD
           MOVE 'N' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cajero dado de baja: ' WS-TELLER-INPUT
           .

       SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'üìã ===== MEN√ö PRINCIPAL ===== '
           DISPLAY '1 - Consultar saldo'
           DISPLAY '2 - Ingresar dinero'
           DISPLAY '3 - Retirar dinero'
           DISPLAY '4 - Listar cuentas'
           DISPLAY '5 - Abrir cuenta nueva'
           DISPLAY '6 - Mini-extracto (historial)'
           DISPLAY '7 - Cerrar cuenta (solo supervisor)'
           DISPLAY '8 - Revisar retiradas pendientes (solo supervisor)'
           DISPLAY '10 - Clientes (CIF): alta, datos y vision global'
           DISPLAY '11 - Extornar un apunte erroneo'
           DISPLAY '12 - Reactivar cuenta inactiva (solo supervisor)'
           DISPLAY '13 - Congelar/descongelar cuenta (solo supervisor)'
           DISPLAY '14 - Reimprimir recibo por numero'
           DISPLAY '15 - Liberar fondos en suspenso (solo supervisor)'
           DISPLAY '16 - Tipos de cambio (solo supervisor)'
           DISPLAY '17 - Depositos a plazo'
           DISPLAY '18 - Transferencia al exterior'
           DISPLAY '19 - Maestro de cajeros (solo supervisor)'
           DISPLAY '20 - Transferencia entre cuentas'
           DISPLAY '21 - Cheques (registro, pago, orden de no pago)'
           DISPLAY '22 - Cuentas desconocidas en cola (supervisor)'
           DISPLAY '23 - Beneficiarios guardados (alta/baja)'
           DISPLAY '24 - Mandatos de adeudo directo (alta/baja)'
           DISPLAY '25 - Retenciones de saldo (holds)'
           DISPLAY '26 - Ordenes judiciales (solo supervisor)'
           DISPLAY '27 - Lista de vigilancia (cumplimiento)'
           DISPLAY '28 - Pago de recibo a facturador registrado'
           DISPLAY '29 - Prestamos (alta, reestructuracion, garantias)'
           DISPLAY '30 - Aprobar cambios pendientes (supervisor)'
           DISPLAY '31 - Disputas sobre apuntes'
           DISPLAY '32 - Libreta (actualizar/reemitir)'
           DISPLAY '33 - Exenciones de comisiones (supervisor)'
           DISPLAY '34 - Traslado de cuenta a otro banco'
           DISPLAY '35 - Cambio de moneda en efectivo'
           DISPLAY '36 - Avisos de servicio (memos)'
           DISPLAY '37 - Tarjetas del kiosco (alta, PIN, bloqueo)'
           DISPLAY '38 - Casete del cajero automatico (carga/cuadre)'
           DISPLAY '39 - Codigos de retirada sin tarjeta'
           DISPLAY '40 - Tipos de interes (solo supervisor)'
           DISPLAY '41 - Cambio de producto de la cuenta (supervisor)'
           DISPLAY '42 - Traslado de sucursal de cuentas (supervisor)'
           DISPLAY '43 - Cheques bancarios (emision, pago, anulacion)'
           DISPLAY '44 - Informes archivados del cierre (supervisor)'
           DISPLAY '45 - Extractos MT940 de empresa (suscripciones)'
           DISPLAY '46 - Cuentas internas: registro y visado del cuadre'
           DISPLAY '47 - Perdidas operacionales (supervisor)'
           DISPLAY '9 - Salir'
           DISPLAY '=============================='
           DISPLAY 'Seleccione opci√≥n: ' WITH NO ADVANCING
           .

       *> ============================================================
       *> üíº OPERACIONES BANCARIAS
       *> ============================================================

       ASK-ACCOUNT.
           MOVE 0 TO WS-CKD-TRIES
           MOVE 'N' TO WS-CKD-OK
           PERFORM UNTIL WS-CKD-OK = 'Y' OR WS-CKD-TRIES >= 3
               ADD 1 TO WS-CKD-TRIES
               DISPLAY ' '
               DISPLAY 'ID de cuenta (ej. ACC-001): '
                   WITH NO ADVANCING
               ACCEPT WS-TMP-ACCOUNT
      *>       Un digito transpuesto se rechaza aqui mismo, antes
      *>       de ninguna busqueda
               MOVE WS-TMP-ACCOUNT TO WS-CKD-ID
               PERFORM VERIFY-CHECK-DIGIT
               IF WS-CKD-OK NOT = 'Y'
                   DISPLAY 'ERROR: digito de control invalido; '
                       'vuelva a teclear la cuenta'
               END-IF
           END-PERFORM
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID

      *>   Avisos de servicio de la cuenta, en el momento de
      *>   entrarla; un BLOQUEO exige confirmacion expresa
           MOVE 'ACCT' TO WS-MEMO-SCOPE-IN
           MOVE WS-TMP-ACCOUNT TO WS-MEMO-ID-IN
           PERFORM SHOW-MEMO-FLAGS
           IF WS-MEMO-ACK = 'N'
               MOVE SPACES TO WS-TMP-ACCOUNT
               MOVE SPACES TO DB-ACCOUNT-ID
           END-IF
           .

      *> ------------------------------------------------------------
      *> VERIFY-CHECK-DIGIT - Valida WS-CKD-ID cuando sigue el
      *> esquema nuevo ACC-nnnnnn-d (modulo 11 ponderado 7..2 sobre
      *> los seis digitos; 10 y 11 ruedan a 0); cualquier otro
      *> formato es un identificador historico y pasa sin verificar
      *> ------------------------------------------------------------
       VERIFY-CHECK-DIGIT.
           MOVE 'Y' TO WS-CKD-OK

           IF WS-CKD-ID(1:4) NOT = 'ACC-'
               OR WS-CKD-ID(5:6) IS NOT NUMERIC
               OR WS-CKD-ID(11:1) NOT = '-'
               OR WS-CKD-ID(12:1) IS NOT NUMERIC
               OR WS-CKD-ID(13:18) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-CKD-ID(12:1) NOT = WS-CKD-DIGIT(2:1)
               MOVE 'N' TO WS-CKD-OK
           END-IF
           .

      *> Emite el siguiente numero de cuenta ACC-nnnnnn-d con su
      *> digito de control, desde el contador persistido
       ISSUE-ACCOUNT-NUMBER.
           MOVE 0 TO WS-ACCT-NUMBER

           OPEN INPUT ACCOUNT-COUNTER-FILE
           IF WS-ACCT-CTR-STATUS = '00'
               READ ACCOUNT-COUNTER-FILE INTO WS-ACCT-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION
                           TEST-NUMVAL(WS-ACCT-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-ACCT-CTR-STR)
                               TO WS-ACCT-NUMBER
                       END-IF
               END-READ
               CLOSE ACCOUNT-COUNTER-FILE
           END-IF

           ADD 1 TO WS-ACCT-NUMBER

           MOVE WS-ACCT-NUMBER TO WS-ACCT-CTR-STR
           OPEN OUTPUT ACCOUNT-COUNTER-FILE
           WRITE ACCOUNT-COUNTER-RECORD FROM WS-ACCT-CTR-STR
           CLOSE ACCOUNT-COUNTER-FILE

           MOVE SPACES TO WS-CKD-ID
           STRING 'ACC-' WS-ACCT-NUMBER '-0'
               INTO WS-CKD-ID
           END-STRING
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CKD-DIGIT(2:1) TO WS-CKD-ID(12:1)
           MOVE WS-CKD-ID TO WS-TMP-ACCOUNT
           .

      *> Digito esperado de los seis digitos de WS-CKD-ID(5:6)
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CKD-SUM
           PERFORM VARYING WS-CKD-IX FROM 1 BY 1
               UNTIL WS-CKD-IX > 6
               MOVE WS-CKD-ID(4 + WS-CKD-IX:1) TO WS-CKD-CHAR
               COMPUTE WS-CKD-WEIGHT = 8 - WS-CKD-IX
               COMPUTE WS-CKD-SUM = WS-CKD-SUM
                   + FUNCTION NUMVAL(WS-CKD-CHAR) * WS-CKD-WEIGHT
           END-PERFORM

           COMPUTE WS-CKD-DIGIT =
               11 - FUNCTION MOD(WS-CKD-SUM, 11)
           IF WS-CKD-DIGIT >= 10
               MOVE 0 TO WS-CKD-DIGIT
           END-IF
           .

       ASK-AMOUNT.
           DISPLAY 'Cantidad (ej. 100.50): '
               WITH NO ADVANCING
           ACCEPT WS-TMP-AMOUNT
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT
           .

       DO-BALANCE.
           PERFORM ASK-ACCOUNT

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM GET-BALANCE-CSV
               WHEN 'DB2'
                   PERFORM GET-BALANCE-DB2
           END-EVALUATE
           .

       GET-BALANCE-CSV.
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'Y'
               DISPLAY '‚úÖ Saldo de ' DB-ACCOUNT-ID ': '
                   ACC-BALANCE(WS-ACC-INDEX)
           ELSE
               MOVE 'CUENTA' TO WS-FAIL-REASON
               DISPLAY '‚ùå Cuenta no encontrada'
           END-IF
           .

       GET-BALANCE-DB2.
           MOVE 'BALANCE ' TO DB-FUNC
           MOVE 0 TO DB-AMOUNT
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY '‚úÖ Saldo de ' DB-ACCOUNT-ID ': '
                   DB-BALANCE
           ELSE
               DISPLAY '‚ùå ERROR: ' DB-MESSAGE
           END-IF
           .

       DO-DEPOSIT.
           PERFORM ASK-ACCOUNT
           PERFORM ASK-AMOUNT

           *> Un cheque no es efectivo: da valor contable hoy pero
           *> sus fondos quedan retenidos hasta pasar la camara.
           *> La flotacion opera sobre el ledger CSV (como la
           *> devolucion de cheque ingresado), asi que en modo DB2
           *> no se ofrece: todo ingreso DB2 es efectivo
           MOVE 'E' TO WS-DEPOSIT-KIND
           IF WS-TILL-OPEN = 'Y'
               AND WS-DATA-SOURCE = 'CSV'
               DISPLAY 'Forma de ingreso (E=efectivo, C=cheque): '
                   WITH NO ADVANCING
               ACCEPT WS-DEPOSIT-KIND
               IF WS-DEPOSIT-KIND NOT = 'C'
                   MOVE 'E' TO WS-DEPOSIT-KIND
               END-IF
           END-IF

           *> El cheque de otro banco se presenta a la camara en el
           *> cierre: hacen falta sus datos tal como figuran en el
           *> propio documento
           IF WS-DEPOSIT-KIND = 'C'
               DISPLAY 'Banco librado: ' WITH NO ADVANCING
               ACCEPT WS-CHQDEP-BANK
               DISPLAY 'Numero de cheque: ' WITH NO ADVANCING
               ACCEPT WS-CHQDEP-NUMBER
               DISPLAY 'Cuenta del librador: ' WITH NO ADVANCING
               ACCEPT WS-CHQDEP-DRAWER
               IF WS-CHQDEP-BANK = SPACES
                   OR WS-CHQDEP-NUMBER = SPACES
                   DISPLAY 'ERROR: banco y numero de cheque son '
                       'obligatorios'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> Un ingreso grande exige la misma autorizacion de
           *> supervisor que una retirada grande (ver DO-WITHDRAW);
           *> un ingreso que no consigue el PIN simplemente no se
           *> aplica, ya que aqui no hay cola de revision diferida
           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               DISPLAY 'Ingreso rechazado: supera el umbral '
                   'configurado y no se autorizo con PIN de '
                   'supervisor'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM DEPOSIT-CSV
               WHEN 'DB2'
                   PERFORM DEPOSIT-DB2
           END-EVALUATE
           .

       DEPOSIT-CSV.
           MOVE 'N' TO WS-DEPOSIT-APPLIED
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'Y' AND ACC-IS-CLOSED(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta esta cerrada'
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC-FOUND = 'Y' AND ACC-IS-FROZEN(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta esta congelada'
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC-FOUND = 'Y'
               COMPUTE WS-NOTIFY-OLD-BAL =
                   ACC-BALANCE(WS-ACC-INDEX)
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'Y' TO WS-DEPOSIT-APPLIED
               MOVE WS-TMP-AMOUNT TO WS-NOTIFY-AMOUNT
               MOVE 'CREDIT' TO WS-NOTIFY-TYPE
               MOVE WS-TX-REF TO WS-NOTIFY-REF
               PERFORM CHECK-NOTIFY-TRIGGERS
               IF WS-TILL-OPEN = 'Y'
      *>           El cheque no entra en el cajon de efectivo
                   IF WS-DEPOSIT-KIND NOT = 'C'
                       ADD WS-TMP-AMOUNT TO WS-TILL-POSITION
                   END-IF
                   MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
                   MOVE ACC-BALANCE(WS-ACC-INDEX)
                       TO WS-RECEIPT-BALANCE
                   PERFORM EMIT-RECEIPT
               END-IF
               IF WS-DEPOSIT-KIND = 'C'
                   PERFORM PLACE-CHEQUE-FLOAT-HOLD
                   PERFORM APPEND-CHEQUE-DEPOSIT
               END-IF
      *>       Cuenta en traslado: el abono recien asentado se
      *>       reenvia al banco receptor
               PERFORM CHECK-SWITCH-REDIRECT
      *>       Operacion de otra sucursal: la que recibio el
      *>       efectivo se lo debe a la sucursal de la cuenta
               IF WS-BRANCH-ID NOT = ACC-BRANCH(WS-ACC-INDEX)
                   MOVE 'DEBIT' TO WS-IB-SIDE
                   PERFORM APPEND-INTERBRANCH-CSV
               END-IF
               DISPLAY '‚úÖ Ingreso realizado'
               DISPLAY 'üí∞ Nuevo saldo: '
                   ACC-BALANCE(WS-ACC-INDEX)
           ELSE
               MOVE 'CUENTA' TO WS-FAIL-REASON
               DISPLAY '‚ùå Cuenta no encontrada'
           END-IF
           .

       DEPOSIT-DB2.
           MOVE 'N' TO WS-DEPOSIT-APPLIED
           MOVE 'DEPOSIT ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               MOVE 'Y' TO WS-DEPOSIT-APPLIED
               IF WS-TILL-OPEN = 'Y'
                   ADD WS-TMP-AMOUNT TO WS-TILL-POSITION
                   MOVE 'CREDIT' TO WS-APPEND-TYPE
                   MOVE DB-ACCOUNT-NAME TO WS-TMP-NAME
                   MOVE DB-BALANCE TO WS-RECEIPT-BALANCE
                   PERFORM EMIT-RECEIPT
               END-IF
               DISPLAY '‚úÖ Ingreso realizado'
               DISPLAY 'üí∞ Nuevo saldo: ' DB-BALANCE
           ELSE
               MOVE 'DB2' TO WS-FAIL-REASON
               DISPLAY '‚ùå ERROR: ' DB-MESSAGE
           END-IF
           .

       DO-WITHDRAW.
           PERFORM ASK-ACCOUNT
           PERFORM ASK-AMOUNT

           PERFORM CHECK-MINOR-GUARDIAN
           IF WS-MINOR-DENIED = 'Y'
               EXIT PARAGRAPH
           END-IF

           *> Una sesion de supervisor ya lleva su propia
           *> autorizacion: no hace falta pedirse el PIN a si mismo
           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM WITHDRAW-CSV
               WHEN 'DB2'
                   PERFORM WITHDRAW-DB2
           END-EVALUATE
           .

      *> Pide el PIN de un supervisor cuando la retirada supera el
      *> umbral de revision, para poder aplicarla al momento en vez
      *> de dejarla pendiente; el intento queda anotado siempre,
      *> tanto si el PIN es correcto como si no
       SUPERVISOR-PIN-GATE.
           DISPLAY 'Retirada superior al umbral configurado ('
               WS-REVIEW-THRESHOLD '): se requiere PIN de supervisor'
           DISPLAY 'Supervisor que autoriza: ' WITH NO ADVANCING
           ACCEPT WS-PIN-APPROVER
           DISPLAY 'PIN de supervisor: ' WITH NO ADVANCING
           ACCEPT WS-TMP-PIN

           IF WS-TMP-PIN = WS-SUPERVISOR-PIN
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
               DISPLAY 'PIN correcto: retirada autorizada'
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               DISPLAY 'PIN incorrecto: la retirada quedara '
                   'pendiente de revision'
           END-IF

           PERFORM APPEND-SUPERVISOR-PIN-LOG
           .

      *> Mismo circuito de PIN que SUPERVISOR-PIN-GATE, pero para
      *> autorizar una retirada que supera el tope diario acumulado
      *> de la cuenta; el intento queda anotado igualmente
       DAILY-CAP-PIN-GATE.
           DISPLAY 'La cuenta alcanzo su tope diario de retiradas: '
               'se requiere PIN de supervisor'
           DISPLAY 'Supervisor que autoriza: ' WITH NO ADVANCING
           ACCEPT WS-PIN-APPROVER
           DISPLAY 'PIN de supervisor: ' WITH NO ADVANCING
           ACCEPT WS-TMP-PIN

           IF WS-TMP-PIN = WS-SUPERVISOR-PIN
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
               DISPLAY 'PIN correcto: retirada autorizada'
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               DISPLAY 'PIN incorrecto: retirada denegada'
           END-IF

           PERFORM APPEND-SUPERVISOR-PIN-LOG
           .

      *> Deja constancia en data/supervisor-pin-log.csv de cada
      *> intento de autorizacion con PIN, se apruebe o no:
      *> fecha,cuenta,importe,aprobado,cajero,supervisor
       APPEND-SUPERVISOR-PIN-LOG.
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE

           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TMP-ACCOUNT       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUPERVISOR-OVERRIDE DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-PIN-APPROVER      DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           OPEN EXTEND SUPERVISOR-PIN-LOG-FILE
           IF WS-PIN-LOG-FILE-STATUS = '05'
               OR WS-PIN-LOG-FILE-STATUS = '35'
               OPEN OUTPUT SUPERVISOR-PIN-LOG-FILE
           END-IF
           WRITE SUPERVISOR-PIN-LOG-RECORD FROM WS-APPEND-LINE
           CLOSE SUPERVISOR-PIN-LOG-FILE
           .

       WITHDRAW-CSV.
           MOVE 'N' TO WS-WITHDRAW-APPLIED
           MOVE 'N' TO WS-WITHDRAW-HELD
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               MOVE 'CUENTA' TO WS-FAIL-REASON
               DISPLAY '‚ùå Cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY '‚ùå La cuenta esta cerrada'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-DORMANT(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta esta inactiva (DORMANT); '
                   'un supervisor debe reactivarla antes de retirar'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-FROZEN(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta esta congelada'
               EXIT PARAGRAPH
           END-IF

      *>   Mandato del vinculo: firma conjunta o apoderado con tope
      *>   mandan la retirada a la cola de revision en vez de asentar
           PERFORM CHECK-MANDATE-RULES
           IF WS-MANDATE-HOLD = 'Y'
               MOVE 'Y' TO WS-WITHDRAW-HELD
               PERFORM APPEND-PENDING-REVIEW-CSV
               EXIT PARAGRAPH
           END-IF

      *>   Reglas del producto: hay tipos sin retirada directa en
      *>   ventanilla (requieren preaviso) y tipos sin descubierto
           MOVE ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX)
               TO WS-EFFECTIVE-OD
           PERFORM FIND-CATALOG-FOR-ACCOUNT
           IF WS-CAT-FOUND = 'Y'
               IF CAT-WITHDRAW(WS-CAT-INDEX) = 'N'
                   MOVE 'ESTADO' TO WS-FAIL-REASON
                   DISPLAY 'ERROR: el producto '
                       ACC-TYPE(WS-ACC-INDEX) ' no admite '
                       'retirada directa (requiere preaviso)'
                   EXIT PARAGRAPH
               END-IF
               IF CAT-OVERDRAFT(WS-CAT-INDEX) = 'N'
                   MOVE 0 TO WS-EFFECTIVE-OD
               END-IF
           END-IF

      *>   El disponible descuenta las retenciones activas: dinero
      *>   apartado por tarjeta, camara u orden judicial no se puede
      *>   retirar aunque el saldo contable lo cubra
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE
                   + WS-EFFECTIVE-OD < WS-TMP-AMOUNT
               MOVE 'SALDO' TO WS-FAIL-REASON
               MOVE WS-HOLDS-TOTAL TO WS-HOLDS-EDIT
               DISPLAY '‚ùå Saldo disponible insuficiente'
               DISPLAY '   Saldo contable: '
                   ACC-BALANCE(WS-ACC-INDEX)
               DISPLAY '   Retenido      : ' WS-HOLDS-EDIT
               DISPLAY '   Limite de descubierto: '
                   ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX)
               EXIT PARAGRAPH
           END-IF

      *>   Tope diario acumulado: diez retiradas pequenas no deben
      *>   sumar mas que el tope de la cuenta; superado el tope solo
      *>   un supervisor (sesion o PIN) puede autorizar la retirada
           IF ACC-DAILY-LIMIT(WS-ACC-INDEX) > 0
               AND ACC-WITHDRAWN-TODAY(WS-ACC-INDEX) + WS-TMP-AMOUNT
                   > ACC-DAILY-LIMIT(WS-ACC-INDEX)
      *>       El PIN solo puede pedirse en una sesion interactiva;
      *>       en modo batch la orden sobre el tope se rechaza
               IF NOT SUPERVISOR-OVERRIDE-OK
                   AND WS-TILL-OPEN = 'Y'
                   PERFORM DAILY-CAP-PIN-GATE
               END-IF
               IF NOT SUPERVISOR-OVERRIDE-OK
                   MOVE 'TOPE' TO WS-FAIL-REASON
                   DISPLAY 'ERROR: la retirada supera el tope '
                       'diario acumulado de la cuenta'
                   DISPLAY '   Retirado hoy: '
                       ACC-WITHDRAWN-TODAY(WS-ACC-INDEX)
                   DISPLAY '   Tope diario : '
                       ACC-DAILY-LIMIT(WS-ACC-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               MOVE 'Y' TO WS-WITHDRAW-HELD
               PERFORM APPEND-PENDING-REVIEW-CSV
               DISPLAY 'Retirada retenida para revision de un '
                   'supervisor (supera el umbral configurado)'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NOTIFY-OLD-BAL = ACC-BALANCE(WS-ACC-INDEX)
           SUBTRACT WS-TMP-AMOUNT
               FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           PERFORM APPEND-TRANSACTION-CSV
           MOVE WS-TMP-AMOUNT TO WS-NOTIFY-AMOUNT
           MOVE 'DEBIT' TO WS-NOTIFY-TYPE
           MOVE WS-TX-REF TO WS-NOTIFY-REF
           PERFORM CHECK-NOTIFY-TRIGGERS
           ADD WS-TMP-AMOUNT
               TO ACC-WITHDRAWN-TODAY(WS-ACC-INDEX)
           IF WS-TILL-OPEN = 'Y'
               SUBTRACT WS-TMP-AMOUNT FROM WS-TILL-POSITION
               MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF
      *>   Operacion de otra sucursal: la posicion entre
      *>   sucursales queda asentada automaticamente (la sucursal
      *>   de la cuenta debe a la que puso el efectivo)
           IF WS-BRANCH-ID NOT = ACC-BRANCH(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-IB-SIDE
               PERFORM APPEND-INTERBRANCH-CSV
           END-IF
           MOVE 'Y' TO WS-WITHDRAW-APPLIED
           DISPLAY '‚úÖ Retirada realizada'
           DISPLAY 'üí∞ Nuevo saldo: '
               ACC-BALANCE(WS-ACC-INDEX)
           .

       WITHDRAW-DB2.
           MOVE 'N' TO WS-WITHDRAW-APPLIED
           MOVE 'N' TO WS-WITHDRAW-HELD
           MOVE 'WITHDRW ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE WS-SUPERVISOR-OVERRIDE TO DB-SUPERVISOR-OVERRIDE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               MOVE 'Y' TO WS-WITHDRAW-APPLIED
               IF WS-TILL-OPEN = 'Y'
                   SUBTRACT WS-TMP-AMOUNT FROM WS-TILL-POSITION
                   MOVE 'DEBIT' TO WS-APPEND-TYPE
                   MOVE DB-ACCOUNT-NAME TO WS-TMP-NAME
                   MOVE DB-BALANCE TO WS-RECEIPT-BALANCE
                   PERFORM EMIT-RECEIPT
               END-IF
               DISPLAY '‚úÖ Retirada realizada'
               DISPLAY 'üí∞ Nuevo saldo: ' DB-BALANCE
           ELSE
               IF DB-PENDING-REVIEW
                   MOVE 'Y' TO WS-WITHDRAW-HELD
                   DISPLAY 'Retirada retenida para revision de '
                       'un supervisor (supera el umbral '
                       'configurado): ' DB-MESSAGE
               ELSE
                   MOVE 'DB2' TO WS-FAIL-REASON
                   DISPLAY '‚ùå ERROR: ' DB-MESSAGE
               END-IF
           END-IF
           .

       DO-LIST-ACCOUNTS.
           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM LIST-ACCOUNTS-CSV
               WHEN 'DB2'
                   PERFORM LIST-ACCOUNTS-DB2
           END-EVALUATE
           .

       LIST-ACCOUNTS-DB2.
           DISPLAY ' '
           DISPLAY 'üìä ===== CUENTAS REGISTRADAS (DB2) ====='
           DISPLAY 'ID               | Titular              | Saldo'
           DISPLAY '----------------------------------------'

           MOVE 1 TO DB-LIST-START-INDEX
           MOVE 'Y' TO WS-LIST-MORE-PAGES

           PERFORM UNTIL WS-LIST-MORE-PAGES NOT = 'Y'
               PERFORM LIST-ACCOUNTS-DB2-PAGE
           END-PERFORM

           DISPLAY ' '
           .

       LIST-ACCOUNTS-DB2-PAGE.
           MOVE 'LISTACCT' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF NOT DB-OK
               DISPLAY '‚ùå ERROR: ' DB-MESSAGE
               MOVE 'N' TO WS-LIST-MORE-PAGES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING DB-IX FROM 1 BY 1
               UNTIL DB-IX > DB-LIST-COUNT
               DISPLAY DB-LIST-ACCOUNT-ID(DB-IX)
                   ' | ' DB-LIST-ACCOUNT-NAME(DB-IX)
                   ' | ' DB-LIST-BALANCE(DB-IX)
           END-PERFORM

           IF DB-LIST-FULL AND DB-LIST-NEXT-INDEX > 0
               MOVE DB-LIST-NEXT-INDEX TO DB-LIST-START-INDEX
               MOVE 'Y' TO WS-LIST-MORE-PAGES
           ELSE
               IF DB-LIST-FULL
                   DISPLAY '‚ö†Ô∏è  Lista truncada'
               END-IF
               MOVE 'N' TO WS-LIST-MORE-PAGES
           END-IF
           .

       LIST-ACCOUNTS-CSV.
           DISPLAY ' '
           DISPLAY 'üìä ===== CUENTAS REGISTRADAS ====='
           DISPLAY 'ID               | Titular              | Saldo'
           DISPLAY '----------------------------------------'

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               DISPLAY ACC-ID(IX-ACC)
                   ' | ' ACC-NAME(IX-ACC)
                   ' | ' ACC-BALANCE(IX-ACC)
           END-PERFORM

           DISPLAY ' '
           .

       *> ============================================================
       *> üîç UTILIDADES DE BUSQUEDA
       *> ============================================================

       DO-OPEN-ACCOUNT.
           DISPLAY ' '
           DISPLAY 'ID de la nueva cuenta (vacio = emitir con '
               'digito de control): ' WITH NO ADVANCING
           ACCEPT WS-TMP-ACCOUNT

      *>   Las cuentas nuevas salen numeradas con su digito de
      *>   control; un id tecleado en el esquema nuevo se verifica
           IF WS-TMP-ACCOUNT = SPACES
               PERFORM ISSUE-ACCOUNT-NUMBER
               DISPLAY 'Numero emitido: ' WS-TMP-ACCOUNT
           ELSE
               MOVE WS-TMP-ACCOUNT TO WS-CKD-ID
               PERFORM VERIFY-CHECK-DIGIT
               IF WS-CKD-OK NOT = 'Y'
                   DISPLAY 'ERROR: digito de control invalido'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           DISPLAY 'Nombre del titular: ' WITH NO ADVANCING
           ACCEPT WS-TMP-NAME
           MOVE WS-TMP-NAME TO DB-ACCOUNT-NAME
           DISPLAY 'Saldo inicial (ej. 0.00): ' WITH NO ADVANCING
           ACCEPT WS-TMP-AMOUNT
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM OPEN-ACCOUNT-CSV
               WHEN 'DB2'
                   PERFORM OPEN-ACCOUNT-DB2
           END-EVALUATE
           .

       OPEN-ACCOUNT-CSV.
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'Y'
               DISPLAY 'Cuenta ya existente: ' DB-ACCOUNT-ID
           ELSE
               IF WS-ACC-COUNT >= WS-ACC-MAX
                   DISPLAY 'Limite de cuentas alcanzado: '
                       WS-ACC-MAX
               ELSE
                   ADD 1 TO WS-ACC-COUNT
                   MOVE DB-ACCOUNT-ID TO ACC-ID(WS-ACC-COUNT)
                   MOVE DB-ACCOUNT-NAME TO ACC-NAME(WS-ACC-COUNT)
                   MOVE DB-AMOUNT TO ACC-BALANCE(WS-ACC-COUNT)

      *>           Persistir la cuenta: sin esto LOAD-DATA-FROM-CSV la
      *>           pierde en el proximo arranque, porque reconstruye
      *>           WS-ACCOUNTS-ARRAY desde cero a partir de accounts.csv
      *>           (nombre) y transactions.csv (saldo)
                   PERFORM APPEND-ACCOUNT-SEED-CSV

                   MOVE WS-ACC-COUNT TO WS-ACC-INDEX
                   MOVE DB-AMOUNT TO WS-TMP-AMOUNT
                   MOVE 'CREDIT' TO WS-APPEND-TYPE
                   PERFORM APPEND-TRANSACTION-CSV

                   DISPLAY 'Cuenta abierta: ' DB-ACCOUNT-ID
               END-IF
           END-IF
           .

       OPEN-ACCOUNT-DB2.
           MOVE 'ACCTNEW ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Cuenta abierta: ' DB-ACCOUNT-ID
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       DO-HISTORY.
           PERFORM ASK-ACCOUNT

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM HISTORY-CSV
               WHEN 'DB2'
                   PERFORM HISTORY-DB2
           END-EVALUATE

           *> Una disputa se abre donde el cliente la senala: con
           *> el extracto a la vista; el expediente opera sobre el
           *> ledger CSV, asi que se reubica la cuenta antes de
           *> ofrecerlo para no arrastrar un indice de otra
           *> operacion
           IF WS-TILL-OPEN = 'Y'
               AND WS-DATA-SOURCE = 'CSV'
               DISPLAY 'Abrir disputa sobre un apunte (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-DSP-OUTCOME
               IF WS-DSP-OUTCOME = 'S'
                   PERFORM REFRESH-FROM-TX-CSV
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       DISPLAY 'ERROR: cuenta no encontrada'
                   ELSE
                       PERFORM DISPUTE-OPEN-CASE
                   END-IF
               END-IF
           END-IF
           .

       HISTORY-DB2.
           MOVE 'HISTORY ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF NOT DB-OK
               DISPLAY 'ERROR: ' DB-MESSAGE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'üìú Mini-extracto de ' DB-ACCOUNT-ID
           DISPLAY '----------------------------------------'

           IF DB-HISTORY-COUNT = 0
               DISPLAY '(sin movimientos)'
           ELSE
               PERFORM VARYING DB-HX FROM 1 BY 1
                   UNTIL DB-HX > DB-HISTORY-COUNT
                   DISPLAY DB-HIST-DATE(DB-HX) ' | '
                       DB-HIST-TYPE(DB-HX) ' | '
                       DB-HIST-AMOUNT(DB-HX) ' | '
                       DB-HIST-CATEGORY(DB-HX)
               END-PERFORM
           END-IF

           DISPLAY ' '
           .

       HISTORY-CSV.
           MOVE 0 TO WS-HIST-COUNT

      *>   Camino indexado: solo los registros de la cuenta pedida,
      *>   via START/READ NEXT sobre el maestro nocturno; la cola
      *>   del CSV posterior al indice se recorre aparte
           PERFORM READ-INDEX-MARKER
           PERFORM SCAN-INDEXED-HISTORY

           OPEN INPUT TRANSACTIONS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-IDX-SKIP-COUNT

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTIONS-FILE INTO WS-CSV-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IDX-SKIP-COUNT
                       IF WS-IDX-SKIP-COUNT > WS-IDX-LINES
                           PERFORM CHECK-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTIONS-FILE

           DISPLAY ' '
           DISPLAY 'üìú Mini-extracto de ' DB-ACCOUNT-ID
           DISPLAY '----------------------------------------'

           IF WS-HIST-COUNT = 0
               DISPLAY '(sin movimientos)'
           ELSE
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-HIST-INDEX > WS-HIST-COUNT
                   DISPLAY WS-HIST-LINE(WS-HIST-INDEX)
               END-PERFORM
           END-IF

           DISPLAY ' '
           .

      *> Numero de lineas del CSV ya cubiertas por el indice; sin
      *> marcador (o sin indice) vale cero y se recorre todo el CSV
       READ-INDEX-MARKER.
           MOVE 0 TO WS-IDX-LINES
           OPEN INPUT TX-INDEX-MARKER-FILE
           IF WS-IDX-MARKER-STATUS = '00'
               READ TX-INDEX-MARKER-FILE INTO WS-IDX-MARKER-STR
                   AT END CONTINUE
               END-READ
               CLOSE TX-INDEX-MARKER-FILE
               IF FUNCTION TEST-NUMVAL(WS-IDX-MARKER-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-IDX-MARKER-STR)
                       TO WS-IDX-LINES
               END-IF
           END-IF
           .

       SCAN-INDEXED-HISTORY.
           MOVE 'N' TO WS-IDX-AVAILABLE
           OPEN INPUT TX-INDEX-FILE
           IF WS-IDX-FILE-STATUS NOT = '00'
      *>       Sin indice: toda la historia sale del CSV
               MOVE 0 TO WS-IDX-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IDX-AVAILABLE

           MOVE DB-ACCOUNT-ID TO TXI-ACCOUNT
           MOVE LOW-VALUES TO TXI-DATE
           MOVE 0 TO TXI-SEQ

           MOVE 'N' TO WS-IDX-DONE
           START TX-INDEX-FILE KEY >= TXI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IDX-DONE
           END-START

           PERFORM UNTIL WS-IDX-DONE = 'Y'
               READ TX-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IDX-DONE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = DB-ACCOUNT-ID
                           MOVE 'Y' TO WS-IDX-DONE
                       ELSE
                           MOVE TXI-LINE TO WS-CSV-LINE
                           PERFORM CHECK-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TX-INDEX-FILE
           .

       CHECK-HISTORY-LINE.
           MOVE SPACES TO CSV-TO-ACCOUNT
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO CSV-DATE CSV-ACCOUNT CSV-TYPE CSV-AMOUNT
                   CSV-TO-ACCOUNT
           END-UNSTRING

           IF CSV-ACCOUNT = DB-ACCOUNT-ID
                   OR CSV-TO-ACCOUNT = DB-ACCOUNT-ID
               IF WS-HIST-COUNT < WS-HIST-MAX
                   ADD 1 TO WS-HIST-COUNT
               ELSE
                   PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX >= WS-HIST-MAX
                       MOVE WS-HIST-LINE(WS-HIST-INDEX + 1)
                           TO WS-HIST-LINE(WS-HIST-INDEX)
                   END-PERFORM
               END-IF
               MOVE WS-CSV-LINE TO WS-HIST-LINE(WS-HIST-COUNT)
           END-IF
           .

      *> Fecha con la que se asienta cada fila: la fecha de negocio
      *> en modo batch, la del sistema en la ventanilla
       SET-APPEND-DATE.
           IF WS-BUSINESS-DATE NOT = SPACES
               MOVE WS-BUSINESS-DATE TO WS-APPEND-DATE
               MOVE WS-BUSINESS-DATE(1:4)
                   TO WS-APPEND-DATE-RAW(1:4)
               MOVE WS-BUSINESS-DATE(6:2)
                   TO WS-APPEND-DATE-RAW(5:2)
               MOVE WS-BUSINESS-DATE(9:2)
                   TO WS-APPEND-DATE-RAW(7:2)
           ELSE
               ACCEPT WS-APPEND-DATE-RAW FROM DATE YYYYMMDD
               STRING WS-APPEND-DATE-RAW(1:4) '-'
                      WS-APPEND-DATE-RAW(5:2) '-'
                      WS-APPEND-DATE-RAW(7:2)
                   INTO WS-APPEND-DATE
               END-STRING
           END-IF
           .

       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-FILE-STATUS = '00'
               READ BUSDATE-FILE INTO WS-BUSINESS-DATE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF

           IF WS-BUSINESS-DATE NOT = SPACES
               PERFORM CHECK-DATE-NOT-ROLLED
           END-IF
           .

      *> Un dia de negocio que DATE-ROLL ya cerro no puede volver a
      *> procesarse en lote: los asientos irian a un dia cuadrado
       CHECK-DATE-NOT-ROLLED.
           OPEN INPUT BUSDATE-LOG-FILE
           IF WS-BUSDATE-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BUSDATE-LOG-STATUS NOT = '00'
               READ BUSDATE-LOG-FILE INTO WS-BUSDATE-LOG-LINE
               IF WS-BUSDATE-LOG-STATUS = '00'
                   IF WS-BUSDATE-LOG-LINE = WS-BUSINESS-DATE
                       DISPLAY 'ERROR: el dia de negocio '
                           WS-BUSINESS-DATE ' ya esta cerrado; no '
                           'se puede volver a procesar en lote'
                       CLOSE BUSDATE-LOG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BUSDATE-LOG-FILE
           .

      *> Festivos del calendario laboral (uno por linea, AAAA-MM-DD);
      *> sin fichero solo cuentan los fines de semana, igual que en
      *> STANDING-ORDERS
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-FILE-STATUS = '00'
               PERFORM UNTIL WS-HOLIDAYS-FILE-STATUS NOT = '00'
                   READ HOLIDAYS-FILE INTO WS-ROLL-DATE
                   IF WS-HOLIDAYS-FILE-STATUS = '00'
                       AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-ROLL-DATE
                           TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                   END-IF
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           .

      *> El dia 1 del calendario interno (1601-01-01) fue lunes, asi
      *> que el resto de (dia juliano - 1) entre 7 da 5 para sabado
      *> y 6 para domingo
       CLASSIFY-ROLL-DATE.
           MOVE WS-ROLL-DATE(1:4) TO WS-ROLL-YYYYMMDD(1:4)
           MOVE WS-ROLL-DATE(6:2) TO WS-ROLL-YYYYMMDD(5:2)
           MOVE WS-ROLL-DATE(9:2) TO WS-ROLL-YYYYMMDD(7:2)
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-YYYYMMDD)
           COMPUTE WS-ROLL-DOW =
               FUNCTION MOD(WS-ROLL-INTEGER - 1, 7)

           MOVE 'Y' TO WS-ROLL-IS-BUSINESS
           IF WS-ROLL-DOW >= 5
               MOVE 'N' TO WS-ROLL-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
               UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY(WS-HOL-IX) = WS-ROLL-DATE
                   MOVE 'N' TO WS-ROLL-IS-BUSINESS
               END-IF
           END-PERFORM
           .

       ROLL-TO-BUSINESS-DAY.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-IS-BUSINESS = 'Y'
               ADD 1 TO WS-ROLL-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
                   TO WS-ROLL-YYYYMMDD
               MOVE SPACES TO WS-ROLL-DATE
               STRING WS-ROLL-YYYYMMDD(1:4) '-'
                      WS-ROLL-YYYYMMDD(5:2) '-'
                      WS-ROLL-YYYYMMDD(7:2)
                   INTO WS-ROLL-DATE
               END-STRING
               PERFORM CLASSIFY-ROLL-DATE
           END-PERFORM
           .

      *> Dias habiles transcurridos entre WS-BDAYS-FROM (exclusive)
      *> y WS-BDAYS-TO (inclusive), contra el mismo calendario
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BDAYS-COUNT
           IF WS-BDAYS-FROM >= WS-BDAYS-TO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BDAYS-FROM TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-DATE >= WS-BDAYS-TO
               ADD 1 TO WS-ROLL-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
                   TO WS-ROLL-YYYYMMDD
               MOVE SPACES TO WS-ROLL-DATE
               STRING WS-ROLL-YYYYMMDD(1:4) '-'
                      WS-ROLL-YYYYMMDD(5:2) '-'
                      WS-ROLL-YYYYMMDD(7:2)
                   INTO WS-ROLL-DATE
               END-STRING
               PERFORM CLASSIFY-ROLL-DATE
               IF WS-ROLL-IS-BUSINESS = 'Y'
                   ADD 1 TO WS-BDAYS-COUNT
               END-IF
           END-PERFORM
           .

      *> Suma WS-BDAYS-AHEAD dias habiles a WS-ROLL-DATE, rodando
      *> sobre fines de semana y festivos
       ADD-BUSINESS-DAYS.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM WS-BDAYS-AHEAD TIMES
               ADD 1 TO WS-ROLL-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
                   TO WS-ROLL-YYYYMMDD
               MOVE SPACES TO WS-ROLL-DATE
               STRING WS-ROLL-YYYYMMDD(1:4) '-'
                      WS-ROLL-YYYYMMDD(5:2) '-'
                      WS-ROLL-YYYYMMDD(7:2)
                   INTO WS-ROLL-DATE
               END-STRING
               PERFORM ROLL-TO-BUSINESS-DAY
           END-PERFORM
           .

      *> Genera una referencia unica para la siguiente fila del
      *> ledger, con la misma idea que BUILD-CORRELATION-ID en el
      *> modulo DB2: hora actual mas un correlativo de la sesion
       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING 'MB-'          DELIMITED BY SIZE
                  WS-TX-REF-TIME DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-TX-REF-SEQ  DELIMITED BY SIZE
               INTO WS-TX-REF
           END-STRING
           .

       APPEND-TRANSACTION-CSV.
           *> Persistir el movimiento en transactions.csv para que
           *> la pr√≥xima sesi√≥n arranque con el saldo actualizado
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE

           PERFORM BUILD-TX-REF

           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-TYPE       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AUX        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-CATEGORY   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  ACC-BRANCH(WS-ACC-INDEX) DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING
           MOVE SPACES TO WS-APPEND-AUX

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> Toma el cerrojo de transactions.csv creando el directorio
      *> .lck (operacion atomica en el sistema de ficheros); si otra
      *> ventanilla lo tiene, espera y reintenta de forma acotada
       ACQUIRE-TX-LOCK.
           MOVE SPACES TO WS-TX-LOCK-CMD
           STRING 'mkdir ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/transactions.csv.lck 2>/dev/null'
                      DELIMITED BY SIZE
               INTO WS-TX-LOCK-CMD
           END-STRING

           MOVE 0 TO WS-TX-LOCK-TRIES
           CALL 'SYSTEM' USING WS-TX-LOCK-CMD
               GIVING WS-TX-LOCK-RC
           PERFORM UNTIL WS-TX-LOCK-RC = 0
               OR WS-TX-LOCK-TRIES >= 50
               ADD 1 TO WS-TX-LOCK-TRIES
               CALL 'SYSTEM' USING WS-TX-LOCK-WAIT-CMD
                   GIVING WS-TX-LOCK-WAIT-RC
               CALL 'SYSTEM' USING WS-TX-LOCK-CMD
                   GIVING WS-TX-LOCK-RC
           END-PERFORM

           IF WS-TX-LOCK-RC NOT = 0
               DISPLAY 'AVISO: no se pudo tomar el cerrojo de '
                   'transactions.csv; se continua sin el'
           END-IF
           .

       RELEASE-TX-LOCK.
           IF WS-TX-LOCK-RC = 0
               MOVE SPACES TO WS-TX-UNLOCK-CMD
               STRING 'rmdir ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                      '/transactions.csv.lck 2>/dev/null'
                          DELIMITED BY SIZE
                   INTO WS-TX-UNLOCK-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-TX-UNLOCK-CMD
                   GIVING WS-TX-LOCK-WAIT-RC
           END-IF
           .

      *> Aplica en memoria las filas que otras ventanillas hayan
      *> asentado en transactions.csv desde la carga inicial, antes
      *> de decidir sobre un saldo; solo se releen las lineas
      *> posteriores a las ya aplicadas
       REFRESH-FROM-TX-CSV.
           MOVE 0 TO WS-TX-REFRESH-COUNT
           MOVE 'N' TO WS-TX-REFRESH-EOF

           OPEN INPUT TRANSACTIONS-FILE

           PERFORM UNTIL WS-TX-REFRESH-EOF = 'Y'
               READ TRANSACTIONS-FILE INTO WS-CSV-LINE
                   AT END
                       MOVE 'Y' TO WS-TX-REFRESH-EOF
                   NOT AT END
                       ADD 1 TO WS-TX-REFRESH-COUNT
                       IF WS-TX-REFRESH-COUNT > WS-TX-LINES-APPLIED
                           MOVE WS-TX-REFRESH-COUNT
                               TO WS-TX-LINES-APPLIED
                           PERFORM PARSE-AND-PROCESS-CSV
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTIONS-FILE
           .

      *> Cerrar una cuenta es una operacion administrativa que solo
      *> puede iniciar un supervisor: a diferencia de las retiradas
      *> e ingresos grandes (ver DO-WITHDRAW/DO-DEPOSIT), aqui no
      *> hay PIN de cortesia porque no es algo que un cliente este
      *> esperando en el mostrador
       DO-CLOSE-ACCOUNT.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: cerrar una cuenta requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM CLOSE-ACCOUNT-CSV
               WHEN 'DB2'
                   PERFORM CLOSE-ACCOUNT-DB2
           END-EVALUATE
           .

       CLOSE-ACCOUNT-CSV.
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta ya esta cerrada'
               EXIT PARAGRAPH
           END-IF

           *> El traspaso del saldo remanente es administrativo, no
           *> una retirada del titular: no pasa por WS-REVIEW-
           *> THRESHOLD, pero si debe dejar rastro en transactions.csv
           *> (como una fila TRANSFER hacia la cuenta puente) para
           *> que el saldo no reviva al recargar desde el CSV
           IF ACC-BALANCE(WS-ACC-INDEX) NOT = 0
               DISPLAY 'Saldo remanente traspasado a suspenso: '
                   ACC-BALANCE(WS-ACC-INDEX)
               MOVE ACC-BALANCE(WS-ACC-INDEX) TO WS-TMP-AMOUNT
               PERFORM APPEND-CLOSE-TRANSFER-CSV
               MOVE 0 TO ACC-BALANCE(WS-ACC-INDEX)
      *>       Abonar tambien la cuenta puente en memoria, para que
      *>       el saldo en suspenso sea consultable y liberable sin
      *>       esperar al siguiente arranque
               MOVE WS-ACC-INDEX TO WS-ACC-INDEX-2
               MOVE WS-SUSPENSE-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-OR-CREATE-ACCOUNT
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
               MOVE WS-ACC-INDEX-2 TO WS-ACC-INDEX
           END-IF

           MOVE 'CLOSED' TO ACC-STATUS(WS-ACC-INDEX)
           PERFORM APPEND-CLOSED-ACCOUNT-LOG
           DISPLAY 'Cuenta cerrada: ' DB-ACCOUNT-ID
           .

      *> Persiste el traspaso del saldo remanente al cerrar una
      *> cuenta como una fila TRANSFER normal hacia la cuenta
      *> puente: PARSE-AND-PROCESS-CSV ya sabe debitar el origen y
      *> abonar el destino para este tipo de fila
       APPEND-CLOSE-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE

           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUSPENSE-ACCOUNT-ID DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',CIERRE'            DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> Deja constancia duradera de que la cuenta quedo cerrada,
      *> ya que ACC-STATUS solo vive en WS-ACCOUNTS-TABLE y se
      *> reinicia a 'OPEN' en cada arranque (ver LOAD-CLOSED-
      *> ACCOUNTS-LOG)
       APPEND-CLOSED-ACCOUNT-LOG.
      *>   La fecha de cierre acompaña al id para que la purga de
      *>   retencion sepa cuanto tiempo lleva cerrada la cuenta
           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-CLOSED-LINE
           STRING ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-CLOSED-LINE
           END-STRING

           OPEN EXTEND CLOSED-ACCOUNTS-FILE
           IF WS-CLOSED-FILE-STATUS = '05'
               OR WS-CLOSED-FILE-STATUS = '35'
               OPEN OUTPUT CLOSED-ACCOUNTS-FILE
           END-IF
           WRITE CLOSED-ACCOUNTS-RECORD FROM WS-CLOSED-LINE
           CLOSE CLOSED-ACCOUNTS-FILE
           .

      *> Deja constancia del nombre de titular en accounts.csv para
      *> que LOAD-ACCOUNT-NAMES-SEED lo recupere en el proximo
      *> arranque; FIND-OR-CREATE-ACCOUNT reconstruye la cuenta en
      *> si misma a partir del CREDIT de apertura en transactions.csv
       APPEND-ACCOUNT-SEED-CSV.
           MOVE SPACES TO WS-APPEND-LINE
           STRING DB-ACCOUNT-ID   DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  DB-ACCOUNT-NAME DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           OPEN EXTEND ACCOUNTS-SEED-FILE
           IF WS-SEED-FILE-STATUS = '05'
               OR WS-SEED-FILE-STATUS = '35'
               OPEN OUTPUT ACCOUNTS-SEED-FILE
           END-IF
           WRITE ACCOUNTS-SEED-RECORD FROM WS-APPEND-LINE
           CLOSE ACCOUNTS-SEED-FILE
           .

       CLOSE-ACCOUNT-DB2.
           MOVE 'CLOSE   ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Cuenta cerrada: ' DB-ACCOUNT-ID
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

      *> Deja la operacion en data/pending-review.csv (fecha,cuenta,
      *> importe,tipo,contexto,PENDING) sin tocar ACC-BALANCE ni
      *> transactions.csv; el tipo y el contexto (destino de una
      *> transferencia, numero de cheque, apunte a extornar) son lo
      *> que la aprobacion necesita para reaplicar la operacion por
      *> su circuito y no como una retirada generica
       APPEND-PENDING-REVIEW-CSV.
           PERFORM SET-APPEND-DATE

           IF WS-PENDING-OP-TYPE = SPACES
               MOVE 'WITHDRAW' TO WS-PENDING-OP-TYPE
           END-IF

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE

           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-PENDING-OP-TYPE   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-PENDING-OP-CONTEXT DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'PENDING'            DELIMITED BY SIZE
               INTO WS-APPEND-LINE
           END-STRING

           OPEN EXTEND PENDING-REVIEW-FILE
           IF WS-PENDING-FILE-STATUS = '05'
               OR WS-PENDING-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-REVIEW-FILE
           END-IF
           WRITE PENDING-REVIEW-RECORD FROM WS-APPEND-LINE
           CLOSE PENDING-REVIEW-FILE

           MOVE 'WITHDRAW' TO WS-PENDING-OP-TYPE
           MOVE SPACES TO WS-PENDING-OP-CONTEXT
           .

      *> Cola de trabajo del supervisor: presenta cada fila PENDING
      *> de data/pending-review.csv, aplica las aprobadas por el
      *> circuito normal de retirada (WITHDRAW-CSV/WITHDRAW-DB2) y
      *> reescribe la cola entera con la disposicion de cada fila
      *> (APPROVED/REJECTED, quien y cuando), de forma que nada se
      *> aplique dos veces ni se pierda
       DO-REVIEW-QUEUE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: revisar la cola de retiradas requiere '
                   'una sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PENDING-REVIEW-QUEUE

      *>   Si la cola no cabe entera en memoria no se procesa nada:
      *>   reescribirla a partir de una carga parcial perderia las
      *>   filas que quedaron fuera de la tabla
           IF WS-PENDING-OVERFLOW = 'Y'
               DISPLAY 'ERROR: la cola de revision supera las '
                   WS-PENDING-MAX ' filas; procese y purgue la cola '
                   'antes de seguir'
               EXIT PARAGRAPH
           END-IF

           IF WS-PENDING-OPEN-COUNT = 0
               DISPLAY 'No hay retiradas pendientes de revision'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Retiradas pendientes de revision: '
               WS-PENDING-OPEN-COUNT

           PERFORM VARYING IX-PEND FROM 1 BY 1
               UNTIL IX-PEND > WS-PENDING-COUNT
               IF PEND-STATUS(IX-PEND) = 'PENDING'
                   PERFORM REVIEW-ONE-PENDING-ROW
               END-IF
           END-PERFORM

           PERFORM REWRITE-PENDING-REVIEW-QUEUE
           .

       LOAD-PENDING-REVIEW-QUEUE.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-PENDING-OPEN-COUNT
           MOVE 'N' TO WS-PENDING-OVERFLOW

           OPEN INPUT PENDING-REVIEW-FILE

           IF WS-PENDING-FILE-STATUS = '00'
               PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = '00'
                   READ PENDING-REVIEW-FILE INTO WS-PENDING-LINE
                   IF WS-PENDING-FILE-STATUS = '00'
                       AND WS-PENDING-COUNT >= WS-PENDING-MAX
                       MOVE 'Y' TO WS-PENDING-OVERFLOW
                   END-IF
                   IF WS-PENDING-FILE-STATUS = '00'
                       AND WS-PENDING-COUNT < WS-PENDING-MAX
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM PARSE-PENDING-LINE
                       IF PEND-STATUS(WS-PENDING-COUNT) = 'PENDING'
                           ADD 1 TO WS-PENDING-OPEN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-REVIEW-FILE
           END-IF
           .

      *> Una fila puede venir en el formato antiguo (fecha,cuenta,
      *> importe,estado,...) o en el extendido con tipo y contexto
      *> (fecha,cuenta,importe,tipo,contexto,estado,...); el campo 4
      *> delata el formato: un estado solo puede ser PENDING,
      *> APPROVED o REJECTED
       PARSE-PENDING-LINE.
           MOVE SPACES TO WS-PENDING-F4
           MOVE SPACES TO WS-PENDING-F5
           MOVE SPACES TO WS-PENDING-F6
           MOVE SPACES TO WS-PENDING-F7
           MOVE SPACES TO WS-PENDING-F8
           UNSTRING WS-PENDING-LINE DELIMITED BY ','
               INTO PEND-DATE(WS-PENDING-COUNT)
                    PEND-ACCOUNT(WS-PENDING-COUNT)
                    PEND-AMOUNT-STR(WS-PENDING-COUNT)
                    WS-PENDING-F4 WS-PENDING-F5 WS-PENDING-F6
                    WS-PENDING-F7 WS-PENDING-F8
           END-UNSTRING

           IF WS-PENDING-F4 = 'PENDING'
               OR WS-PENDING-F4 = 'APPROVED'
               OR WS-PENDING-F4 = 'REJECTED'
               MOVE 'WITHDRAW' TO PEND-TYPE(WS-PENDING-COUNT)
               MOVE SPACES TO PEND-CONTEXT(WS-PENDING-COUNT)
               MOVE WS-PENDING-F4 TO PEND-STATUS(WS-PENDING-COUNT)
               MOVE WS-PENDING-F5(1:10)
                   TO PEND-BY(WS-PENDING-COUNT)
               MOVE WS-PENDING-F6 TO PEND-WHEN(WS-PENDING-COUNT)
           ELSE
               MOVE WS-PENDING-F4(1:10)
                   TO PEND-TYPE(WS-PENDING-COUNT)
               MOVE WS-PENDING-F5 TO PEND-CONTEXT(WS-PENDING-COUNT)
               MOVE WS-PENDING-F6 TO PEND-STATUS(WS-PENDING-COUNT)
               MOVE WS-PENDING-F7 TO PEND-BY(WS-PENDING-COUNT)
               MOVE WS-PENDING-F8 TO PEND-WHEN(WS-PENDING-COUNT)
           END-IF
           .

      *> Presenta una fila PENDING y pide la decision: A la aplica
      *> por el circuito normal de retirada (con la autorizacion de
      *> supervisor ya concedida), R la rechaza, cualquier otra cosa
      *> la deja pendiente para otra sesion
       REVIEW-ONE-PENDING-ROW.
           DISPLAY ' '
           DISPLAY 'Pendiente: ' PEND-DATE(IX-PEND) ' '
               PEND-ACCOUNT(IX-PEND) ' '
               PEND-AMOUNT-STR(IX-PEND) ' '
               PEND-TYPE(IX-PEND) ' '
               FUNCTION TRIM(PEND-CONTEXT(IX-PEND))
           DISPLAY 'Decision (A=aprobar, R=rechazar, S=saltar): '
               WITH NO ADVANCING
           ACCEPT WS-PENDING-DECISION

           EVALUATE WS-PENDING-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPLY-PENDING-OPERATION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'REJECTED' TO PEND-STATUS(IX-PEND)
                   PERFORM STAMP-PENDING-DISPOSITION
                   DISPLAY 'Operacion rechazada'
               WHEN OTHER
                   DISPLAY 'Fila saltada: sigue pendiente'
           END-EVALUATE
           .

      *> La aprobacion reaplica la operacion por SU circuito: una
      *> transferencia retenida debe abonar a su destino, una
      *> transferencia al exterior debe llegar a la cola de salida
      *> hacia la camara y el extorno de un DEBIT debe ABONAR, no
      *> volver a retirar; solo la retirada simple va por
      *> WITHDRAW-CSV
       APPLY-PENDING-OPERATION.
           IF FUNCTION TEST-NUMVAL(PEND-AMOUNT-STR(IX-PEND)) NOT = 0
               DISPLAY 'ERROR: importe no numerico en la cola, la '
                   'fila sigue pendiente: ' PEND-AMOUNT-STR(IX-PEND)
               EXIT PARAGRAPH
           END-IF

           MOVE PEND-ACCOUNT(IX-PEND) TO WS-TMP-ACCOUNT
           MOVE PEND-ACCOUNT(IX-PEND) TO DB-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(PEND-AMOUNT-STR(IX-PEND))
               TO WS-TMP-AMOUNT
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT
           MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE

           EVALUATE PEND-TYPE(IX-PEND)
               WHEN 'TRANSFER'
                   PERFORM APPLY-PENDING-TRANSFER
               WHEN 'EXTERNAL'
                   PERFORM APPLY-PENDING-EXTERNAL
               WHEN 'CHEQUE'
                   PERFORM APPLY-PENDING-CHEQUE
               WHEN 'REVERSAL'
                   PERFORM APPLY-PENDING-REVERSAL
               WHEN OTHER
                   PERFORM APPLY-PENDING-WITHDRAWAL
           END-EVALUATE
           .

       APPLY-PENDING-TRANSFER.
           MOVE PEND-CONTEXT(IX-PEND)(1:30) TO WS-XFER-DEST
           IF WS-XFER-DEST = SPACES
               DISPLAY 'ERROR: la fila no trae cuenta destino; '
                   'sigue pendiente'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM TRANSFER-CSV
               WHEN 'DB2'
                   MOVE WS-XFER-DEST TO DB-TO-ACCOUNT-ID
                   PERFORM TRANSFER-DB2
           END-EVALUATE

           IF WS-TRANSFER-APPLIED = 'Y'
               MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
               PERFORM STAMP-PENDING-DISPOSITION
           ELSE
               DISPLAY 'La transferencia no se pudo aplicar: sigue '
                   'pendiente'
           END-IF
           .

      *> El contexto trae banco:cuenta del destino; el cargo, la
      *> compensacion y la cola de salida van por el mismo circuito
      *> que la pantalla de transferencia al exterior
       APPLY-PENDING-EXTERNAL.
           MOVE SPACES TO WS-EXT-DEST-BANK
           MOVE SPACES TO WS-EXT-DEST-ACCOUNT
           UNSTRING PEND-CONTEXT(IX-PEND) DELIMITED BY ':'
               INTO WS-EXT-DEST-BANK WS-EXT-DEST-ACCOUNT
           END-UNSTRING
           IF WS-EXT-DEST-ACCOUNT = SPACES
               DISPLAY 'ERROR: la fila no trae el destino exterior; '
                   'sigue pendiente'
               EXIT PARAGRAPH
           END-IF

           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada; sigue pendiente'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-EXTERNAL-TRANSFER-CSV

           IF WS-EXT-APPLIED = 'Y'
               MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
               PERFORM STAMP-PENDING-DISPOSITION
           ELSE
               DISPLAY 'La transferencia al exterior no se pudo '
                   'aplicar: sigue pendiente'
           END-IF
           .

      *> El contexto trae el numero de cheque: el pago aprobado
      *> debita como en ventanilla y marca el cheque PAID en el
      *> registro
       APPLY-PENDING-CHEQUE.
           MOVE PEND-CONTEXT(IX-PEND)(1:10) TO WS-CHQ-NUMBER-IN

           MOVE SPACES TO WS-APPEND-AUX
           STRING 'CHQ:' DELIMITED BY SIZE
                  WS-CHQ-NUMBER-IN DELIMITED BY SPACE
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'CHEQUE' TO WS-APPEND-CATEGORY

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM WITHDRAW-CSV
               WHEN 'DB2'
                   PERFORM WITHDRAW-DB2
           END-EVALUATE

           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
           MOVE SPACES TO WS-APPEND-AUX

           IF WS-WITHDRAW-APPLIED = 'Y'
               MOVE 'PAID' TO WS-CHQ-NEW-STATE
               MOVE SPACES TO WS-CHQ-NEW-REASON
               PERFORM MARK-CHEQUE-IN-REGISTER
               MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
               PERFORM STAMP-PENDING-DISPOSITION
               DISPLAY 'Cheque pagado y marcado en el registro'
           ELSE
               DISPLAY 'El pago del cheque no se pudo aplicar: '
                   'sigue pendiente'
           END-IF
           .

      *> El contexto trae TIPO-ORIGINAL:referencia del apunte a
      *> extornar; un extorno de DEBIT abona, uno de CREDIT carga
       APPLY-PENDING-REVERSAL.
           MOVE SPACES TO WS-REV-ORIG-TYPE
           MOVE SPACES TO WS-REV-REF
           UNSTRING PEND-CONTEXT(IX-PEND) DELIMITED BY ':'
               INTO WS-REV-ORIG-TYPE WS-REV-REF
           END-UNSTRING
           IF WS-REV-ORIG-TYPE = SPACES
               DISPLAY 'ERROR: la fila no trae el apunte original; '
                   'sigue pendiente'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM REFRESH-FROM-TX-CSV
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       DISPLAY 'ERROR: cuenta no encontrada; sigue '
                           'pendiente'
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM REVERSAL-CSV
                   MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
                   PERFORM STAMP-PENDING-DISPOSITION
               WHEN 'DB2'
                   PERFORM REVERSAL-DB2
                   IF DB-OK
                       MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
                       PERFORM STAMP-PENDING-DISPOSITION
                   ELSE
                       DISPLAY 'El extorno no se pudo aplicar: '
                           'sigue pendiente'
                   END-IF
           END-EVALUATE
           .

      *> Aplica la retirada aprobada con la misma logica que una
      *> retirada de mostrador; si el circuito normal la rechaza
      *> (saldo insuficiente, cuenta cerrada) la fila sigue PENDING
       APPLY-PENDING-WITHDRAWAL.
           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM WITHDRAW-CSV
               WHEN 'DB2'
                   PERFORM WITHDRAW-DB2
           END-EVALUATE

           IF WS-WITHDRAW-APPLIED = 'Y'
               MOVE 'APPROVED' TO PEND-STATUS(IX-PEND)
               PERFORM STAMP-PENDING-DISPOSITION
           ELSE
               DISPLAY 'La retirada no se pudo aplicar: sigue '
                   'pendiente'
           END-IF
           .

       STAMP-PENDING-DISPOSITION.
      *>   Quien decidio: el cajero firmado si hay maestro de
      *>   cajeros; a falta de el, el rol de la sesion
           IF WS-TELLER-ID NOT = SPACES
               AND WS-TELLER-ID NOT = 'BATCH'
               MOVE WS-TELLER-ID TO PEND-BY(IX-PEND)
           ELSE
               MOVE WS-SESSION-ROLE TO PEND-BY(IX-PEND)
           END-IF
           ACCEPT WS-APPEND-DATE-RAW FROM DATE YYYYMMDD
           STRING WS-APPEND-DATE-RAW(1:4) '-'
                  WS-APPEND-DATE-RAW(5:2) '-'
                  WS-APPEND-DATE-RAW(7:2)
               INTO PEND-WHEN(IX-PEND)
           END-STRING
           .

      *> Vuelca la cola completa (filas ya dispuestas incluidas, como
      *> rastro historico) a una copia de trabajo y la mueve encima
      *> del fichero original, igual que hace STANDING-ORDERS con su
      *> fichero de ordenes
       REWRITE-PENDING-REVIEW-QUEUE.
           OPEN OUTPUT PENDING-REVIEW-NEW-FILE

           PERFORM VARYING IX-PEND FROM 1 BY 1
               UNTIL IX-PEND > WS-PENDING-COUNT
               MOVE SPACES TO WS-PENDING-LINE
               IF PEND-STATUS(IX-PEND) = 'PENDING'
                   STRING PEND-DATE(IX-PEND)       DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-ACCOUNT(IX-PEND)    DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-AMOUNT-STR(IX-PEND) DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-TYPE(IX-PEND)       DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-CONTEXT(IX-PEND)    DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-STATUS(IX-PEND)     DELIMITED BY SPACE
                       INTO WS-PENDING-LINE
                   END-STRING
               ELSE
                   STRING PEND-DATE(IX-PEND)       DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-ACCOUNT(IX-PEND)    DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-AMOUNT-STR(IX-PEND) DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-TYPE(IX-PEND)       DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-CONTEXT(IX-PEND)    DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-STATUS(IX-PEND)     DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-BY(IX-PEND)         DELIMITED BY SPACE
                          ','                      DELIMITED BY SIZE
                          PEND-WHEN(IX-PEND)       DELIMITED BY SPACE
                       INTO WS-PENDING-LINE
                   END-STRING
               END-IF
               WRITE PENDING-REVIEW-NEW-RECORD FROM WS-PENDING-LINE
           END-PERFORM

           CLOSE PENDING-REVIEW-NEW-FILE

           CALL 'SYSTEM' USING WS-PENDING-MV-CMD
               GIVING WS-PENDING-MV-RC
           IF WS-PENDING-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir la cola de '
                   'revision'
           END-IF
           .

      *> ============================================================
      *> COLA DE CUENTAS DESCONOCIDAS
      *> ============================================================

      *> Resuelve cada cuenta desconocida de la cola: A la aprueba
      *> como cuenta nueva (alta en el seed, sus filas se asientan
      *> en la proxima carga), M corrige el id erroneo reescribiendo
      *> las filas del ledger hacia la cuenta correcta, S la deja en
      *> la cola
       DO-UNKNOWN-ACCOUNT-QUEUE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: resolver la cola de cuentas '
                   'desconocidas requiere una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT UNKNOWN-ACCT-FILE
           IF WS-UNK-FILE-STATUS NOT = '00'
               DISPLAY 'Sin cuentas desconocidas en cola'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT UNKNOWN-ACCT-NEW-FILE

           PERFORM UNTIL WS-UNK-FILE-STATUS NOT = '00'
               READ UNKNOWN-ACCT-FILE INTO WS-UNK-LINE
               IF WS-UNK-FILE-STATUS = '00'
                   PERFORM RESOLVE-ONE-UNKNOWN
               END-IF
           END-PERFORM

           CLOSE UNKNOWN-ACCT-NEW-FILE
           CLOSE UNKNOWN-ACCT-FILE

           MOVE SPACES TO WS-UNK-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNK-NEW-PATH) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/unknown-account-queue.csv' DELIMITED BY SIZE
               INTO WS-UNK-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-UNK-MV-CMD GIVING WS-UNK-MV-RC

           DISPLAY 'Cola de cuentas desconocidas procesada; los '
               'cambios se asientan en la proxima carga'
           .

       RESOLVE-ONE-UNKNOWN.
           MOVE 1 TO WS-UNK-PTR
           UNSTRING WS-UNK-LINE DELIMITED BY ','
               INTO WS-UNK-ACCOUNT
               WITH POINTER WS-UNK-PTR
           END-UNSTRING
      *>   La fila original del ledger viene tras la cuenta
           MOVE WS-UNK-LINE(WS-UNK-PTR:) TO WS-UNK-RAW

           DISPLAY ' '
           DISPLAY 'Fila en cola: ' FUNCTION TRIM(WS-UNK-LINE)
           DISPLAY 'Decision (A=aprobar cuenta nueva, M=mapear a '
               'otra cuenta, S=saltar): ' WITH NO ADVANCING
           ACCEPT WS-UNK-OPTION

           EVALUATE WS-UNK-OPTION
               WHEN 'A'
               WHEN 'a'
                   DISPLAY 'Nombre del titular: ' WITH NO ADVANCING
                   ACCEPT WS-UNK-NEW-NAME
                   MOVE WS-UNK-ACCOUNT TO DB-ACCOUNT-ID
                   MOVE WS-UNK-NEW-NAME TO DB-ACCOUNT-NAME
                   PERFORM APPEND-ACCOUNT-SEED-CSV
      *>           Alta tambien en el seed en memoria, para que un
      *>           cierre de esta misma sesion ya la reconozca
                   IF WS-SEED-COUNT < 5000
                       ADD 1 TO WS-SEED-COUNT
                       MOVE WS-UNK-ACCOUNT
                           TO SEED-ID(WS-SEED-COUNT)
                       MOVE WS-UNK-NEW-NAME
                           TO SEED-NAME(WS-SEED-COUNT)
                       MOVE SPACES
                           TO SEED-OVERDRAFT(WS-SEED-COUNT)
                       MOVE SPACES
                           TO SEED-DAILY-LIMIT(WS-SEED-COUNT)
                       MOVE SPACES
                           TO SEED-ACCT-TYPE(WS-SEED-COUNT)
                       MOVE SPACES
                           TO SEED-BRANCH(WS-SEED-COUNT)
                   END-IF
      *>           Si el cierre ya saco la fila del ledger (o sigue
      *>           en la zona cubierta por el maestro), se reinyecta
      *>           como fila nueva de la cola del ledger para que la
      *>           proxima carga la asiente
                   MOVE WS-UNK-RAW TO WS-CSV-LINE
                   PERFORM ENSURE-ROW-IN-LEDGER-TAIL
                   DISPLAY 'Cuenta aprobada y dada de alta en el '
                       'seed: ' WS-UNK-ACCOUNT
               WHEN 'M'
               WHEN 'm'
                   DISPLAY 'Cuenta correcta: ' WITH NO ADVANCING
                   ACCEPT WS-UNK-MAP-TO
                   MOVE WS-UNK-MAP-TO TO DB-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       DISPLAY 'ERROR: la cuenta correcta no '
                           'existe; la fila sigue en cola'
                       WRITE UNKNOWN-ACCT-NEW-RECORD
                           FROM WS-UNK-LINE
                   ELSE
                       PERFORM REMAP-LEDGER-ACCOUNT
      *>               Si la fila ya no estaba en el ledger (se
      *>               excluyo en un cierre anterior), la version
      *>               corregida vuelve como fila nueva de la cola
                       IF WS-UNK-FIXED = 0
                           PERFORM BUILD-CORRECTED-QUEUE-LINE
                           PERFORM ENSURE-ROW-IN-LEDGER-TAIL
                       END-IF
                       DISPLAY 'Filas del ledger corregidas hacia '
                           WS-UNK-MAP-TO
                   END-IF
               WHEN OTHER
                   WRITE UNKNOWN-ACCT-NEW-RECORD FROM WS-UNK-LINE
                   DISPLAY 'Fila conservada en la cola'
           END-EVALUATE
           .

      *> Reescribe transactions.csv sustituyendo el id desconocido
      *> por la cuenta correcta en el campo cuenta (y en el destino
      *> de las TRANSFER), bajo el cerrojo del ledger
       REMAP-LEDGER-ACCOUNT.
           PERFORM ACQUIRE-TX-LOCK

           PERFORM VERIFY-LEDGER-CHAIN
           IF CHAIN-BROKEN
               PERFORM RELEASE-TX-LOCK
               DISPLAY 'Correccion rechazada: el ledger no se toca '
                   'hasta revisar la cadena'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNK-FIXED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSACTIONS-FILE
           OPEN OUTPUT TRANSACTIONS-NEW-FILE

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTIONS-FILE INTO WS-CSV-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM REMAP-ONE-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE TRANSACTIONS-NEW-FILE
           CLOSE TRANSACTIONS-FILE

           MOVE SPACES TO WS-UNK-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/transactions.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/transactions.csv' DELIMITED BY SIZE
               INTO WS-UNK-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-UNK-MV-CMD GIVING WS-UNK-MV-RC
           PERFORM RESEAL-LEDGER-CHAIN

           PERFORM RELEASE-TX-LOCK

           DISPLAY 'Filas corregidas: ' WS-UNK-FIXED
           .

       REMAP-ONE-LEDGER-LINE.
           IF WS-CSV-LINE(1:4) = 'HDR,' OR WS-CSV-LINE(1:4) = 'TRL,'
               WRITE TRANSACTIONS-NEW-RECORD FROM WS-CSV-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-TO-ACCOUNT
           MOVE SPACES TO CSV-REF
           MOVE SPACES TO WS-CSV-AMOUNT-RAW
           MOVE SPACES TO WS-UNK-REST
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO CSV-DATE CSV-ACCOUNT CSV-TYPE WS-CSV-AMOUNT-RAW
                   CSV-TO-ACCOUNT CSV-REF WS-UNK-REST1 WS-UNK-REST2
                   WS-UNK-REST3
           END-UNSTRING

           IF CSV-ACCOUNT NOT = WS-UNK-ACCOUNT
               AND CSV-TO-ACCOUNT NOT = WS-UNK-ACCOUNT
               WRITE TRANSACTIONS-NEW-RECORD FROM WS-CSV-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNK-FIXED
           IF CSV-ACCOUNT = WS-UNK-ACCOUNT
               MOVE WS-UNK-MAP-TO TO CSV-ACCOUNT
           END-IF
           IF CSV-TO-ACCOUNT = WS-UNK-ACCOUNT
               MOVE WS-UNK-MAP-TO TO CSV-TO-ACCOUNT
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           STRING CSV-DATE           DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  CSV-ACCOUNT        DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-TYPE           DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CSV-AMOUNT-RAW  DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-TO-ACCOUNT     DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-REF            DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST1       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST2       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST3       DELIMITED BY SPACE
               INTO WS-CSV-LINE
           END-STRING
           WRITE TRANSACTIONS-NEW-RECORD FROM WS-CSV-LINE
           .

      *> Construye en WS-CSV-LINE la fila de la cola con el id
      *> desconocido sustituido por la cuenta correcta
       BUILD-CORRECTED-QUEUE-LINE.
           MOVE SPACES TO CSV-TO-ACCOUNT
           MOVE SPACES TO CSV-REF
           MOVE SPACES TO WS-CSV-AMOUNT-RAW
           MOVE SPACES TO WS-UNK-REST
           UNSTRING WS-UNK-RAW DELIMITED BY ','
               INTO CSV-DATE CSV-ACCOUNT CSV-TYPE WS-CSV-AMOUNT-RAW
                   CSV-TO-ACCOUNT CSV-REF WS-UNK-REST1 WS-UNK-REST2
                   WS-UNK-REST3
           END-UNSTRING

           IF CSV-ACCOUNT = WS-UNK-ACCOUNT
               MOVE WS-UNK-MAP-TO TO CSV-ACCOUNT
           END-IF
           IF CSV-TO-ACCOUNT = WS-UNK-ACCOUNT
               MOVE WS-UNK-MAP-TO TO CSV-TO-ACCOUNT
           END-IF

           MOVE SPACES TO WS-CSV-LINE
           STRING CSV-DATE           DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  CSV-ACCOUNT        DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-TYPE           DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CSV-AMOUNT-RAW  DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-TO-ACCOUNT     DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  CSV-REF            DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST1       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST2       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-UNK-REST3       DELIMITED BY SPACE
               INTO WS-CSV-LINE
           END-STRING
           .

      *> Asegura que la fila de WS-CSV-LINE figure en la cola del
      *> ledger posterior a la zona cubierta por el maestro (donde
      *> la proxima carga la asentara); si no esta, se anade al
      *> final bajo el cerrojo. La fila se localiza por su
      *> referencia unica, o por la linea completa si no la trae.
       ENSURE-ROW-IN-LEDGER-TAIL.
           MOVE SPACES TO WS-UNK-REF
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO CSV-DATE CSV-ACCOUNT CSV-TYPE WS-CSV-AMOUNT-RAW
                   CSV-TO-ACCOUNT WS-UNK-REF
           END-UNSTRING

           MOVE 'N' TO WS-UNK-PRESENT
           MOVE 0 TO WS-UNK-SCAN-LINE
           MOVE 'N' TO WS-TX-REFRESH-EOF

           OPEN INPUT TRANSACTIONS-FILE
           PERFORM UNTIL WS-TX-REFRESH-EOF = 'Y'
               READ TRANSACTIONS-FILE INTO WS-UNK-CHK-LINE
                   AT END
                       MOVE 'Y' TO WS-TX-REFRESH-EOF
                   NOT AT END
                       ADD 1 TO WS-UNK-SCAN-LINE
                       IF WS-UNK-SCAN-LINE > WS-TX-SKIP-LINES
                           PERFORM MATCH-LEDGER-TAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTIONS-FILE

           IF WS-UNK-PRESENT = 'N'
               PERFORM ACQUIRE-TX-LOCK
               OPEN EXTEND TRANSACTIONS-FILE
               WRITE TRANSACTIONS-RECORD FROM WS-CSV-LINE
               MOVE WS-CSV-LINE TO CHAIN-ROW
               PERFORM SEAL-LEDGER-ROW
               CLOSE TRANSACTIONS-FILE
               PERFORM RELEASE-TX-LOCK
               DISPLAY 'Fila reinyectada a la cola del ledger'
           END-IF
           .

       MATCH-LEDGER-TAIL-LINE.
           IF WS-UNK-REF NOT = SPACES
               MOVE SPACES TO WS-UNK-SCAN-REF
               UNSTRING WS-UNK-CHK-LINE DELIMITED BY ','
                   INTO CSV-DATE CSV-ACCOUNT CSV-TYPE
                       WS-CSV-AMOUNT-RAW CSV-TO-ACCOUNT
                       WS-UNK-SCAN-REF
               END-UNSTRING
               IF WS-UNK-SCAN-REF = WS-UNK-REF
                   MOVE 'Y' TO WS-UNK-PRESENT
               END-IF
           ELSE
               IF WS-UNK-CHK-LINE(1:120) = WS-CSV-LINE
                   MOVE 'Y' TO WS-UNK-PRESENT
               END-IF
           END-IF
           .

      *> ============================================================
      *> CHEQUES
      *> ============================================================

      *> En modo DB2 el registro de cheques es el mismo fichero
      *> compartido; el pago del cheque se asienta via MBDBSQL
       DO-CHEQUE-MENU.
           DISPLAY ' '
           DISPLAY '===== CHEQUES ====='
           DISPLAY '1 - Emitir talonario (solo supervisor)'
           DISPLAY '2 - Pagar cheque'
           DISPLAY '3 - Orden de no pago (solo supervisor)'
           DISPLAY '4 - Cheques emitidos sin pagar'
           DISPLAY '5 - Devolucion de cheque depositado'
           DISPLAY '6 - Entrega de talonario al cliente'
           DISPLAY '7 - Talonarios de una cuenta'
           DISPLAY '8 - Reposicion automatica de talonario'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-OPTION

           EVALUATE WS-CHQ-OPTION
               WHEN 1
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM ISSUE-CHEQUE-BOOK-DB2
                   ELSE
                       PERFORM ISSUE-CHEQUE-BOOK
                   END-IF
               WHEN 2
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM PAY-CHEQUE-DB2
                   ELSE
                       PERFORM PAY-CHEQUE
                   END-IF
               WHEN 3
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM STOP-CHEQUE-DB2
                   ELSE
                       PERFORM STOP-CHEQUE-PAYMENT
                   END-IF
               WHEN 4
                   PERFORM LIST-OUTSTANDING-CHEQUES
               WHEN 5
                   IF WS-DATA-SOURCE = 'DB2'
                       DISPLAY 'ERROR: la devolucion de cheque '
                           'depositado opera sobre el ledger CSV'
                   ELSE
                       PERFORM CHEQUE-DEPOSIT-RETURN
                   END-IF
               WHEN 6
                   PERFORM CHB-DELIVER-BOOK
               WHEN 7
                   PERFORM CHB-LIST-BOOKS
               WHEN 8
                   PERFORM CHB-SET-REORDER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ISSUE-CHEQUE-BOOK-DB2.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: emitir talonario requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           DISPLAY 'Primer numero del talonario: '
               WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN
           DISPLAY 'Cantidad de cheques: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-COUNT-IN
           IF FUNCTION TEST-NUMVAL(WS-CHQ-COUNT-IN) NOT = 0
               DISPLAY 'ERROR: cantidad no numerica'
               EXIT PARAGRAPH
           END-IF

      *>   Sin tabla de cuentas en modo DB2 la entrega se propone en
      *>   la sucursal de la sesion
           MOVE WS-BRANCH-ID TO WS-CHB-BRANCH-IN
           PERFORM CHB-ASK-DELIVERY

           MOVE 'CHQISSUE' TO DB-FUNC
           MOVE WS-CHQ-NUMBER-IN TO DB-CHEQUE-NUMBER
           MOVE FUNCTION NUMVAL(WS-CHQ-COUNT-IN)
               TO DB-CHEQUE-COUNT
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Talonario emitido'
               MOVE DB-ACCOUNT-ID TO WS-CHB-R-ACCOUNT
               MOVE FUNCTION NUMVAL(WS-CHQ-NUMBER-IN)
                   TO WS-CHB-FROM-NO
               MOVE FUNCTION NUMVAL(WS-CHQ-COUNT-IN)
                   TO WS-CHQ-BOOK-COUNT
               MOVE 'NONE' TO WS-CHB-FEE-STATE
               PERFORM CHB-RECORD-ORDER
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       PAY-CHEQUE-DB2.
           PERFORM ASK-ACCOUNT
           DISPLAY 'Numero de cheque: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN
           PERFORM ASK-AMOUNT

           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           MOVE 'CHQPAY  ' TO DB-FUNC
           MOVE WS-CHQ-NUMBER-IN TO DB-CHEQUE-NUMBER
           MOVE WS-SUPERVISOR-OVERRIDE TO DB-SUPERVISOR-OVERRIDE
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               IF WS-TILL-OPEN = 'Y'
                   SUBTRACT WS-TMP-AMOUNT FROM WS-TILL-POSITION
               END-IF
               DISPLAY 'Cheque pagado; nuevo saldo: ' DB-BALANCE
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       STOP-CHEQUE-DB2.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: la orden de no pago requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           DISPLAY 'Numero de cheque: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN
           DISPLAY 'Motivo: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NEW-REASON

           MOVE 'CHQSTOP ' TO DB-FUNC
           MOVE WS-CHQ-NUMBER-IN TO DB-CHEQUE-NUMBER
           MOVE WS-CHQ-NEW-REASON TO DB-CHEQUE-REASON
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Orden de no pago registrada'
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

      *> Un cheque depositado que vuelve devuelto de la camara:
      *> se extorna el abono original, se libera su retencion de
      *> flotacion y el cliente recibe un aviso antes de enterarse
      *> por el librador
       CHEQUE-DEPOSIT-RETURN.
           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT
           DISPLAY 'Referencia del abono original: '
               WITH NO ADVANCING
           ACCEPT WS-REV-REF

      *>   El ingreso presentado a la camara lleva su retencion: la
      *>   devolucion la cierra como RETURNED en vez de dejarla
      *>   vencer; solo un ingreso sin registro pide la retencion
           MOVE SPACES TO WS-HOLD-ID-IN
           PERFORM MARK-CHEQUE-DEPOSIT-RETURNED
           IF WS-CHQDEP-FOUND = 'N'
               DISPLAY 'Numero de retencion del cheque (HLD-..., '
                   'vacio si ya vencio y se libero): '
                   WITH NO ADVANCING
               ACCEPT WS-HOLD-ID-IN
           END-IF

           IF WS-HOLD-ID-IN NOT = SPACES
               MOVE 'RETURNED' TO WS-HOLD-ROW-STATUS
               PERFORM MARK-HOLD-IN-FILE
               IF WS-HOLD-FOUND = 'N'
                   DISPLAY 'AVISO: la retencion no estaba activa'
               END-IF
           END-IF

           MOVE 'CREDIT' TO WS-REV-ORIG-TYPE
           PERFORM REVERSAL-CSV

           MOVE 'CHEQUE-DEVUELTO' TO WS-NOTIFY-TRIGGER
           MOVE WS-TMP-AMOUNT TO WS-NOTIFY-VALUE-EDIT
           MOVE WS-TX-REF TO WS-NOTIFY-REF
           PERFORM APPEND-NOTIFICATION
           DISPLAY 'Devolucion asentada y aviso al cliente emitido'
           .

      *> Da de alta un talonario: una fila PENDING por cada numero
      *> de cheque del rango emitido y el pedido ORDERED en el
      *> registro de talonarios; los cheques no se pagan hasta que
      *> la sucursal entrega el talonario (CHB-DELIVER-BOOK)
       ISSUE-CHEQUE-BOOK.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: emitir talonarios requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Primer numero de cheque (8 cifras): '
               WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN
           DISPLAY 'Numero de cheques del talonario (ej. 25): '
               WITH NO ADVANCING
           ACCEPT WS-CHQ-COUNT-IN

           IF FUNCTION TEST-NUMVAL(WS-CHQ-NUMBER-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CHQ-COUNT-IN) NOT = 0
               DISPLAY 'ERROR: numero o cantidad no validos'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-CHQ-NUMBER-IN)
               TO WS-CHQ-FIRST-NO
           MOVE FUNCTION NUMVAL(WS-CHQ-COUNT-IN)
               TO WS-CHQ-BOOK-COUNT
           MOVE WS-CHQ-FIRST-NO TO WS-CHB-FROM-NO

           MOVE ACC-BRANCH(WS-ACC-INDEX) TO WS-CHB-BRANCH-IN
           PERFORM CHB-ASK-DELIVERY

           PERFORM SET-APPEND-DATE

           OPEN EXTEND CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS = '05'
               OR WS-CHQ-FILE-STATUS = '35'
               OPEN OUTPUT CHEQUE-REGISTER-FILE
           END-IF

           PERFORM VARYING WS-CHQ-BOOK-IX FROM 1 BY 1
               UNTIL WS-CHQ-BOOK-IX > WS-CHQ-BOOK-COUNT
               MOVE SPACES TO WS-CHQ-LINE
               STRING ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                      ','                  DELIMITED BY SIZE
                      WS-CHQ-FIRST-NO      DELIMITED BY SIZE
                      ',PENDING,,'         DELIMITED BY SIZE
                      WS-APPEND-DATE       DELIMITED BY SIZE
                   INTO WS-CHQ-LINE
               END-STRING
               WRITE CHEQUE-REGISTER-RECORD FROM WS-CHQ-LINE
               ADD 1 TO WS-CHQ-FIRST-NO
           END-PERFORM

           CLOSE CHEQUE-REGISTER-FILE

           DISPLAY 'Talonario emitido: ' WS-CHQ-BOOK-COUNT
               ' cheques'
           PERFORM CHQ-CHARGE-BOOK-FEE

           MOVE ACC-ID(WS-ACC-INDEX) TO WS-CHB-R-ACCOUNT
           PERFORM CHB-RECORD-ORDER
           .

      *> Comision de emision del talonario: fila CHEQUEBOOK (base
      *> FLAT, frecuencia EVENT) de fee-schedule.csv, que FEE-POSTING
      *> no cobra; salvo exencion vigente se carga en la cuenta con
      *> FEE:CHEQUEBOOK y su contrapartida en FEEINCOME
       CHQ-CHARGE-BOOK-FEE.
           MOVE 0 TO WS-CHQ-BOOK-FEE
           MOVE 'NONE' TO WS-CHB-FEE-STATE
           MOVE 'fee-schedule.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
                   UNSTRING WS-PCHG-LINE DELIMITED BY ','
                       INTO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
                   END-UNSTRING
                   IF WS-PCHG-F1 = 'CHEQUEBOOK'
                       AND WS-PCHG-F3 = 'FLAT'
                       AND FUNCTION TEST-NUMVAL(WS-PCHG-F4) = 0
                       MOVE FUNCTION NUMVAL(WS-PCHG-F4)
                           TO WS-CHQ-BOOK-FEE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           IF WS-CHQ-BOOK-FEE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE 'CHEQUEBOOK' TO WS-PCHG-F1
           MOVE WS-ACC-INDEX TO WS-PCHG-ACC-INDEX
           PERFORM PCHG-CHECK-FEE-WAIVER
           IF WS-PCHG-WAIVED = 'Y'
               MOVE WS-CHQ-BOOK-FEE TO WS-PCHG-FEE-AMOUNT
               PERFORM PCHG-APPEND-WAIVED-FEE
               MOVE 'WAIVED' TO WS-CHB-FEE-STATE
               DISPLAY 'Comision del talonario exenta ('
                   FUNCTION TRIM(WS-PCHG-WAIVER-REASON) ')'
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-CHQ-BOOK-FEE FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-CHQ-BOOK-FEE TO WS-TMP-AMOUNT
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           MOVE 'FEE:CHEQUEBOOK' TO WS-APPEND-AUX
           MOVE 'COMISION' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

           MOVE WS-CHQ-BOOK-FEE TO WS-TMP-AMOUNT
           MOVE 'FEEINCOME' TO WS-DFT-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
           MOVE 'COMISION' TO WS-DFT-CONTRA-CAT
           MOVE ACC-ID(WS-ACC-INDEX) TO WS-DFT-AUX
           PERFORM DFT-APPEND-CONTRA

           MOVE 'CHARGED' TO WS-CHB-FEE-STATE
           MOVE WS-CHQ-BOOK-FEE TO WS-CHQ-BOOK-FEE-EDIT
           DISPLAY 'Comision del talonario: ' WS-CHQ-BOOK-FEE-EDIT
           .

      *> Paga un cheque presentado en ventanilla: el numero debe
      *> figurar ISSUED en el registro (ni pagado ni con orden de
      *> no pago, y de un talonario entregado) y el cargo pasa por
      *> los mismos controles que una retirada; la fila DEBIT lleva
      *> CHQ:numero en su auxiliar
       PAY-CHEQUE.
           PERFORM ASK-ACCOUNT

           DISPLAY 'Numero de cheque: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN

           PERFORM FIND-CHEQUE-IN-REGISTER

           IF WS-CHQ-FOUND = 'N'
               DISPLAY 'ERROR: el cheque no figura emitido para '
                   'esa cuenta'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CHQ-STATE-FOUND
               WHEN 'STOPPED'
                   DISPLAY 'ERROR: el cheque tiene ORDEN DE NO '
                       'PAGO; no se paga'
                   EXIT PARAGRAPH
               WHEN 'PAID'
                   DISPLAY 'ERROR: el cheque ya fue pagado'
                   EXIT PARAGRAPH
               WHEN 'PENDING'
                   DISPLAY 'ERROR: el talonario de ese cheque aun '
                       'no se ha entregado al cliente; no se paga'
                   EXIT PARAGRAPH
               WHEN 'VOID'
                   DISPLAY 'ERROR: el cheque es de un talonario '
                       'rechazado por la imprenta; no se paga'
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM ASK-AMOUNT

      *>   Positive pay: si la cuenta tiene fichero de emitidos
      *>   depositado, numero e importe deben casar; el descuadre
      *>   no se paga, va a la cola de revision y a excepciones
           PERFORM CHECK-POSITIVE-PAY
           IF WS-PP-ACCOUNT-LODGED = 'Y'
               AND WS-PP-MATCH NOT = 'Y'
               MOVE 'CHEQUE' TO WS-PENDING-OP-TYPE
               MOVE WS-CHQ-NUMBER-IN TO WS-PENDING-OP-CONTEXT
               PERFORM APPEND-PENDING-REVIEW-CSV
               PERFORM APPEND-POSPAY-EXCEPTION
               DISPLAY 'CHEQUE RETENIDO: no casa con el fichero '
                   'positive pay (' WS-PP-REASON '); queda '
                   'pendiente de revision'
               EXIT PARAGRAPH
           END-IF

           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           MOVE SPACES TO WS-APPEND-AUX
           STRING 'CHQ:' DELIMITED BY SIZE
                  WS-CHQ-NUMBER-IN DELIMITED BY SPACE
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'CHEQUE' TO WS-APPEND-CATEGORY

           PERFORM WITHDRAW-CSV

           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
           MOVE SPACES TO WS-APPEND-AUX

           IF WS-WITHDRAW-APPLIED = 'Y'
               MOVE 'PAID' TO WS-CHQ-NEW-STATE
               MOVE SPACES TO WS-CHQ-NEW-REASON
               PERFORM MARK-CHEQUE-IN-REGISTER
               DISPLAY 'Cheque pagado y marcado en el registro'
           END-IF
           .

      *> ------------------------------------------------------------
      *> Positive pay: WS-PP-ACCOUNT-LODGED dice si la cuenta tiene
      *> fichero de emitidos depositado y WS-PP-MATCH si el numero
      *> e importe presentados casan con una fila LODGED
      *> ------------------------------------------------------------
       CHECK-POSITIVE-PAY.
           MOVE 'N' TO WS-PP-ACCOUNT-LODGED
           MOVE 'N' TO WS-PP-MATCH
           MOVE SPACES TO WS-PP-REASON

           OPEN INPUT POSPAY-FILE
           IF WS-PP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PP-FILE-STATUS NOT = '00'
               READ POSPAY-FILE INTO WS-PP-LINE
               IF WS-PP-FILE-STATUS = '00'
                   MOVE SPACES TO WS-PP-ROW-AMOUNT
                   UNSTRING WS-PP-LINE DELIMITED BY ','
                       INTO WS-PP-ROW-ACCOUNT WS-PP-ROW-NUMBER
                            WS-PP-ROW-AMOUNT WS-PP-ROW-PAYEE
                   END-UNSTRING
                   IF WS-PP-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       MOVE 'Y' TO WS-PP-ACCOUNT-LODGED
                       IF WS-PP-ROW-NUMBER = WS-CHQ-NUMBER-IN
                           IF FUNCTION
                               TEST-NUMVAL(WS-PP-ROW-AMOUNT) = 0
                               AND FUNCTION
                                   NUMVAL(WS-PP-ROW-AMOUNT)
                                   = WS-TMP-AMOUNT
                               MOVE 'Y' TO WS-PP-MATCH
                           ELSE
                               MOVE 'IMPORTE-DISTINTO'
                                   TO WS-PP-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE POSPAY-FILE

           IF WS-PP-ACCOUNT-LODGED = 'Y'
               AND WS-PP-MATCH NOT = 'Y'
               AND WS-PP-REASON = SPACES
               MOVE 'NO-EMITIDO' TO WS-PP-REASON
           END-IF
           .

      *> Excepcion del dia para el informe al titular: fecha,
      *> cuenta,numero,importe-presentado,motivo
       APPEND-POSPAY-EXCEPTION.
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-PP-LINE
           STRING WS-APPEND-DATE    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-TMP-ACCOUNT    DELIMITED BY SPACE
                  ','               DELIMITED BY SIZE
                  WS-CHQ-NUMBER-IN  DELIMITED BY SPACE
                  ','               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
                                    DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  WS-PP-REASON      DELIMITED BY SPACE
               INTO WS-PP-LINE
           END-STRING

           OPEN EXTEND POSPAY-EXC-FILE
           IF WS-PP-EXC-STATUS = '05' OR WS-PP-EXC-STATUS = '35'
               OPEN OUTPUT POSPAY-EXC-FILE
           END-IF
           WRITE POSPAY-EXC-RECORD FROM WS-PP-LINE
           CLOSE POSPAY-EXC-FILE
           .

      *> Orden de no pago de un supervisor, con motivo obligatorio
       STOP-CHEQUE-PAYMENT.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: una orden de no pago requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT

           DISPLAY 'Numero de cheque: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMBER-IN

           PERFORM FIND-CHEQUE-IN-REGISTER

           IF WS-CHQ-FOUND = 'N'
               DISPLAY 'ERROR: el cheque no figura emitido para '
                   'esa cuenta'
               EXIT PARAGRAPH
           END-IF

           IF WS-CHQ-STATE-FOUND = 'PAID'
               DISPLAY 'ERROR: el cheque ya fue pagado; no cabe '
                   'orden de no pago'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Motivo de la orden: ' WITH NO ADVANCING
           ACCEPT WS-CHQ-NEW-REASON
           IF WS-CHQ-NEW-REASON = SPACES
               DISPLAY 'ERROR: el motivo es obligatorio'
               EXIT PARAGRAPH
           END-IF

           MOVE 'STOPPED' TO WS-CHQ-NEW-STATE
           PERFORM MARK-CHEQUE-IN-REGISTER
           DISPLAY 'Orden de no pago registrada'
           .

      *> Cheques ISSUED (emitidos y aun sin pagar) de una cuenta,
      *> para la conciliacion del talonario
       LIST-OUTSTANDING-CHEQUES.
           PERFORM ASK-ACCOUNT

           MOVE 0 TO WS-CHQ-OUT-COUNT
           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00'
               DISPLAY '(registro de cheques vacio)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Cheques emitidos sin pagar de ' DB-ACCOUNT-ID

           PERFORM UNTIL WS-CHQ-FILE-STATUS NOT = '00'
               READ CHEQUE-REGISTER-FILE INTO WS-CHQ-LINE
               IF WS-CHQ-FILE-STATUS = '00'
                   PERFORM PARSE-CHEQUE-LINE
                   IF WS-CHQ-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND WS-CHQ-ROW-STATE = 'ISSUED'
                       ADD 1 TO WS-CHQ-OUT-COUNT
                       DISPLAY '  ' WS-CHQ-ROW-NUMBER
                           ' emitido ' WS-CHQ-ROW-DATE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CHEQUE-REGISTER-FILE

           DISPLAY 'Total sin pagar: ' WS-CHQ-OUT-COUNT
           .

       PARSE-CHEQUE-LINE.
           MOVE SPACES TO WS-CHQ-ROW-REASON
           MOVE SPACES TO WS-CHQ-ROW-DATE
           UNSTRING WS-CHQ-LINE DELIMITED BY ','
               INTO WS-CHQ-ROW-ACCOUNT WS-CHQ-ROW-NUMBER
                    WS-CHQ-ROW-STATE WS-CHQ-ROW-REASON
                    WS-CHQ-ROW-DATE
           END-UNSTRING
           .

       FIND-CHEQUE-IN-REGISTER.
           MOVE 'N' TO WS-CHQ-FOUND
           MOVE SPACES TO WS-CHQ-STATE-FOUND

           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHQ-FILE-STATUS NOT = '00'
               READ CHEQUE-REGISTER-FILE INTO WS-CHQ-LINE
               IF WS-CHQ-FILE-STATUS = '00'
                   PERFORM PARSE-CHEQUE-LINE
                   IF WS-CHQ-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND FUNCTION NUMVAL(WS-CHQ-ROW-NUMBER) =
                           FUNCTION NUMVAL(WS-CHQ-NUMBER-IN)
                       MOVE 'Y' TO WS-CHQ-FOUND
                       MOVE WS-CHQ-ROW-STATE
                           TO WS-CHQ-STATE-FOUND
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CHEQUE-REGISTER-FILE
           .

      *> Reescribe el registro cambiando el estado del cheque
      *> encontrado a WS-CHQ-NEW-STATE (PAID u orden STOPPED)
       MARK-CHEQUE-IN-REGISTER.
           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CHEQUE-REGISTER-NEW-FILE

           PERFORM UNTIL WS-CHQ-FILE-STATUS NOT = '00'
               READ CHEQUE-REGISTER-FILE INTO WS-CHQ-LINE
               IF WS-CHQ-FILE-STATUS = '00'
                   PERFORM PARSE-CHEQUE-LINE
                   IF WS-CHQ-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND FUNCTION NUMVAL(WS-CHQ-ROW-NUMBER) =
                           FUNCTION NUMVAL(WS-CHQ-NUMBER-IN)
                       PERFORM SET-APPEND-DATE
                       MOVE SPACES TO WS-CHQ-LINE
                       STRING WS-CHQ-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-CHQ-ROW-NUMBER
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-CHQ-NEW-STATE
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHQ-NEW-REASON)
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-APPEND-DATE DELIMITED BY SIZE
                           INTO WS-CHQ-LINE
                       END-STRING
                   END-IF
                   WRITE CHEQUE-REGISTER-NEW-RECORD
                       FROM WS-CHQ-LINE
               END-IF
           END-PERFORM

           CLOSE CHEQUE-REGISTER-NEW-FILE
           CLOSE CHEQUE-REGISTER-FILE

           PERFORM CHQ-REPLACE-REGISTER
           .

      *> La copia .new sustituye al registro de cheques
       CHQ-REPLACE-REGISTER.
           MOVE SPACES TO WS-CHQ-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-register.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-register.csv' DELIMITED BY SIZE
               INTO WS-CHQ-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CHQ-MV-CMD
               GIVING WS-CHQ-MV-RC
           IF WS-CHQ-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de cheques'
           END-IF
           .

      *> ------------------------------------------------------------
      *> Talonarios pedidos a la imprenta (data/cheque-books.csv)
      *> ------------------------------------------------------------

      *> Sucursal en la que el cliente recogera el talonario (se
      *> propone WS-CHB-BRANCH-IN) y si quiere que se le reponga
      *> solo cuando le queden pocos cheques (CHQBOOK-ORDER)
       CHB-ASK-DELIVERY.
           DISPLAY 'Sucursal de entrega (vacio = '
               FUNCTION TRIM(WS-CHB-BRANCH-IN) '): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CHB-R-BRANCH
           ACCEPT WS-CHB-R-BRANCH
           IF WS-CHB-R-BRANCH NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CHB-R-BRANCH)
                   TO WS-CHB-BRANCH-IN
           END-IF

           DISPLAY 'Reposicion automatica al quedar pocos cheques '
               '(S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-CHB-CONFIRM
           ACCEPT WS-CHB-CONFIRM
           IF WS-CHB-CONFIRM = 'S' OR WS-CHB-CONFIRM = 's'
               MOVE 'Y' TO WS-CHB-REORDER-IN
           ELSE
               MOVE 'N' TO WS-CHB-REORDER-IN
           END-IF
           .

      *> Anota ORDERED el talonario de WS-CHB-R-ACCOUNT que empieza
      *> en WS-CHB-FROM-NO (WS-CHQ-BOOK-COUNT cheques); CHQBOOK-ORDER
      *> lo incluye en el pedido a la imprenta de esa noche
       CHB-RECORD-ORDER.
           PERFORM SET-APPEND-DATE
           COMPUTE WS-CHB-TO-NO =
               WS-CHB-FROM-NO + WS-CHQ-BOOK-COUNT - 1
           MOVE WS-CHB-FROM-NO TO WS-CHB-R-FIRST
           MOVE WS-CHB-TO-NO TO WS-CHB-R-LAST
           MOVE WS-CHQ-BOOK-COUNT TO WS-CHB-R-COUNT
           MOVE WS-CHB-BRANCH-IN TO WS-CHB-R-BRANCH
           MOVE 'ORDERED' TO WS-CHB-R-STATUS
           MOVE WS-APPEND-DATE TO WS-CHB-R-ORDERED
           MOVE WS-APPEND-DATE TO WS-CHB-R-STATUS-DATE
           MOVE WS-CHB-REORDER-IN TO WS-CHB-R-REORDER
           MOVE WS-CHB-FEE-STATE TO WS-CHB-R-FEE
           MOVE WS-TELLER-ID TO WS-CHB-R-ORIGIN
           MOVE SPACES TO WS-CHB-R-FILE
           MOVE SPACES TO WS-CHB-R-REF
           PERFORM CHB-BUILD-ROW

           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           PERFORM PCHG-OPEN-APPEND
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE

           MOVE SPACES TO WS-MA-OLD
           MOVE 'TALON-PEDIDO' TO WS-MA-ACTION
           MOVE WS-CHB-R-ACCOUNT TO WS-MA-ENTITY
           MOVE 'RANGO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-NEW
           STRING WS-CHB-R-FIRST DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CHB-R-LAST DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Pedido a la imprenta: cheques ' WS-CHB-R-FIRST
               ' a ' WS-CHB-R-LAST ', entrega en '
               FUNCTION TRIM(WS-CHB-R-BRANCH)
           DISPLAY 'Sus cheques no se pagan hasta entregar el '
               'talonario al cliente (opcion 6)'
           .

      *> Entrega en ventanilla de un talonario que la imprenta ya
      *> envio (DISPATCHED): pasa a COLLECTED y sus cheques de
      *> PENDING a ISSUED, desde ese momento pagables. A una cuenta
      *> cerrada no se le entrega: sus cheques ya no se pagarian
       CHB-DELIVER-BOOK.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE NOT = 'DB2'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-IS-CLOSED(WS-ACC-INDEX)
                   DISPLAY 'ERROR: la cuenta esta cerrada; el '
                       'talonario no se entrega'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'BALANCE ' TO DB-FUNC
               MOVE 0 TO DB-STATUS
               MOVE SPACES TO DB-MESSAGE
               CALL WS-MOD-DB-NAME USING DB-REQUEST
               IF NOT DB-OK
                   DISPLAY 'ERROR: ' FUNCTION TRIM(DB-MESSAGE)
                   EXIT PARAGRAPH
               END-IF
               IF DB-ACCOUNT-STATUS = 'CLOSED'
                   DISPLAY 'ERROR: la cuenta esta cerrada; el '
                       'talonario no se entrega'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'Primer numero del talonario: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CHB-FIRST-IN
           ACCEPT WS-CHB-FIRST-IN
           IF WS-CHB-FIRST-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CHB-FIRST-IN) NOT = 0
               DISPLAY 'ERROR: numero no valido'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CHB-FIRST-IN) TO WS-CHB-FROM-NO

           PERFORM CHB-FIND-BOOK
           IF WS-CHB-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta no tiene talonario con ese '
                   'primer numero'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CHB-R-STATUS
               WHEN 'DISPATCHED'
                   CONTINUE
               WHEN 'COLLECTED'
                   DISPLAY 'ERROR: el talonario ya se entrego el '
                       WS-CHB-R-STATUS-DATE
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'ERROR: el talonario esta '
                       FUNCTION TRIM(WS-CHB-R-STATUS) '; solo se '
                       'entrega el que la imprenta confirmo enviado'
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-CHB-R-BRANCH NOT = WS-BRANCH-ID
               IF NOT ROLE-IS-SUPERVISOR
                   DISPLAY 'ERROR: el talonario se envio a la '
                       'sucursal ' FUNCTION TRIM(WS-CHB-R-BRANCH)
                       '; entregarlo en otra requiere un supervisor'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'AVISO: talonario enviado a la sucursal '
                   FUNCTION TRIM(WS-CHB-R-BRANCH)
           END-IF

           DISPLAY 'Talonario ' WS-CHB-R-FIRST ' a ' WS-CHB-R-LAST
               ' (' FUNCTION TRIM(WS-CHB-R-COUNT) ' cheques)'
           DISPLAY 'Confirma que el cliente lo recoge (S/N): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-CHB-CONFIRM
           ACCEPT WS-CHB-CONFIRM
           IF WS-CHB-CONFIRM NOT = 'S' AND WS-CHB-CONFIRM NOT = 's'
               DISPLAY 'Entrega cancelada'
               EXIT PARAGRAPH
           END-IF

      *>   La comision del talonario de reposicion automatica se
      *>   cobra al entregarlo; en modo DB2 no se cobra, como en la
      *>   emision de ventanilla
           MOVE WS-CHB-R-FEE TO WS-CHB-FEE-STATE
           IF WS-CHB-R-FEE = 'PENDING'
               AND WS-DATA-SOURCE NOT = 'DB2'
               PERFORM CHQ-CHARGE-BOOK-FEE
           END-IF

           MOVE FUNCTION NUMVAL(WS-CHB-R-LAST) TO WS-CHB-TO-NO
           MOVE WS-CHB-R-REORDER TO WS-CHB-REORDER-IN
           MOVE 'COLLECTED' TO WS-CHB-NEW-STATUS
           PERFORM CHB-UPDATE-BOOK
           PERFORM CHB-RELEASE-CHEQUES

           MOVE 'TALON-ENTREGA' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'RANGO' TO WS-MA-FIELD
           MOVE 'DISPATCHED' TO WS-MA-OLD
           MOVE SPACES TO WS-MA-NEW
           STRING 'COLLECTED ' DELIMITED BY SIZE
                  WS-CHB-FROM-NO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CHB-TO-NO DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Talonario entregado: ' WS-CHB-RELEASED
               ' cheques ya se pueden pagar'
           .

      *> Talonarios de una cuenta con su estado
       CHB-LIST-BOOKS.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHB-COUNT
           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(sin talonarios pedidos)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Talonarios de ' FUNCTION TRIM(DB-ACCOUNT-ID)
           MOVE 'N' TO WS-CHB-EOF
           PERFORM UNTIL WS-CHB-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-CHB-EOF
                   NOT AT END
                       PERFORM CHB-SPLIT-ROW
                       IF WS-CHB-R-ACCOUNT = DB-ACCOUNT-ID
                           ADD 1 TO WS-CHB-COUNT
                           DISPLAY '  ' WS-CHB-R-FIRST '-'
                               WS-CHB-R-LAST ' '
                               WS-CHB-R-BRANCH ' '
                               WS-CHB-R-STATUS ' '
                               WS-CHB-R-STATUS-DATE
                               ' repos. ' WS-CHB-R-REORDER
                               ' comision ' WS-CHB-R-FEE
                               ' ' FUNCTION TRIM(WS-CHB-R-ORIGIN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Total talonarios: ' WS-CHB-COUNT
           .

      *> Alta o baja de la reposicion automatica: la marca va en el
      *> talonario mas reciente de la cuenta, que es el que mira
      *> CHQBOOK-ORDER (y hereda el talonario repuesto)
       CHB-SET-REORDER.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHB-LATEST-NO
           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS = '00'
               MOVE 'N' TO WS-CHB-EOF
               PERFORM UNTIL WS-CHB-EOF = 'Y'
                   READ PCHG-IN-FILE INTO WS-PCHG-LINE
                       AT END
                           MOVE 'Y' TO WS-CHB-EOF
                       NOT AT END
                           PERFORM CHB-SPLIT-ROW
                           IF WS-CHB-R-ACCOUNT = DB-ACCOUNT-ID
                               AND WS-CHB-R-STATUS NOT = 'REJECTED'
                               AND FUNCTION
                                   TEST-NUMVAL(WS-CHB-R-FIRST) = 0
                               AND FUNCTION NUMVAL(WS-CHB-R-FIRST)
                                   > WS-CHB-LATEST-NO
                               MOVE FUNCTION NUMVAL(WS-CHB-R-FIRST)
                                   TO WS-CHB-LATEST-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCHG-IN-FILE
           END-IF

           IF WS-CHB-LATEST-NO = 0
               DISPLAY 'ERROR: la cuenta no tiene talonarios pedidos'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHB-LATEST-NO TO WS-CHB-FROM-NO
           PERFORM CHB-FIND-BOOK
           DISPLAY 'Talonario ' WS-CHB-R-FIRST ' a ' WS-CHB-R-LAST
               ' ' FUNCTION TRIM(WS-CHB-R-STATUS)
               ', reposicion automatica: ' WS-CHB-R-REORDER
           DISPLAY 'Reposicion automatica (S/N): ' WITH NO ADVANCING
           MOVE SPACES TO WS-CHB-CONFIRM
           ACCEPT WS-CHB-CONFIRM
           IF WS-CHB-CONFIRM = 'S' OR WS-CHB-CONFIRM = 's'
               MOVE 'Y' TO WS-CHB-REORDER-IN
           ELSE
               MOVE 'N' TO WS-CHB-REORDER-IN
           END-IF
           IF WS-CHB-REORDER-IN = WS-CHB-R-REORDER
               DISPLAY 'Sin cambios'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHB-R-REORDER TO WS-MA-OLD
           MOVE WS-CHB-R-STATUS TO WS-CHB-NEW-STATUS
           MOVE WS-CHB-R-FEE TO WS-CHB-FEE-STATE
           PERFORM CHB-UPDATE-BOOK

           MOVE 'TALON-REPOS' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'REPOSICION' TO WS-MA-FIELD
           MOVE WS-CHB-REORDER-IN TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           DISPLAY 'Reposicion automatica actualizada'
           .

      *> WS-CHB-FOUND = 'Y' si DB-ACCOUNT-ID tiene el talonario que
      *> empieza en WS-CHB-FROM-NO (con su fila en WS-CHB-R-*)
       CHB-FIND-BOOK.
           MOVE 'N' TO WS-CHB-FOUND
           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CHB-EOF
           PERFORM UNTIL WS-CHB-EOF = 'Y' OR WS-CHB-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-CHB-EOF
                   NOT AT END
                       PERFORM CHB-SPLIT-ROW
                       IF WS-CHB-R-ACCOUNT = DB-ACCOUNT-ID
                           AND FUNCTION
                               TEST-NUMVAL(WS-CHB-R-FIRST) = 0
                           AND FUNCTION NUMVAL(WS-CHB-R-FIRST)
                               = WS-CHB-FROM-NO
                           MOVE 'Y' TO WS-CHB-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

      *> Reescribe el talonario DB-ACCOUNT-ID / WS-CHB-FROM-NO con
      *> el estado WS-CHB-NEW-STATUS, la comision WS-CHB-FEE-STATE y
      *> la reposicion WS-CHB-REORDER-IN
       CHB-UPDATE-BOOK.
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM SET-APPEND-DATE
           MOVE 'N' TO WS-CHB-EOF
           PERFORM UNTIL WS-CHB-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-CHB-EOF
                   NOT AT END
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       PERFORM CHB-SPLIT-ROW
                       IF WS-CHB-R-ACCOUNT = DB-ACCOUNT-ID
                           AND FUNCTION
                               TEST-NUMVAL(WS-CHB-R-FIRST) = 0
                           AND FUNCTION NUMVAL(WS-CHB-R-FIRST)
                               = WS-CHB-FROM-NO
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           IF WS-CHB-R-STATUS NOT = WS-CHB-NEW-STATUS
                               MOVE WS-CHB-NEW-STATUS
                                   TO WS-CHB-R-STATUS
                               MOVE WS-APPEND-DATE
                                   TO WS-CHB-R-STATUS-DATE
                           END-IF
                           MOVE WS-CHB-FEE-STATE TO WS-CHB-R-FEE
                           MOVE WS-CHB-REORDER-IN TO WS-CHB-R-REORDER
                           PERFORM CHB-BUILD-ROW
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE
           .

      *> Los cheques PENDING del rango WS-CHB-FROM-NO..WS-CHB-TO-NO
      *> de la cuenta pasan a ISSUED; una orden de no pago puesta
      *> mientras el talonario viajaba se respeta
       CHB-RELEASE-CHEQUES.
           MOVE 0 TO WS-CHB-RELEASED
           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CHEQUE-REGISTER-NEW-FILE
           PERFORM SET-APPEND-DATE

           PERFORM UNTIL WS-CHQ-FILE-STATUS NOT = '00'
               READ CHEQUE-REGISTER-FILE INTO WS-CHQ-LINE
               IF WS-CHQ-FILE-STATUS = '00'
                   PERFORM PARSE-CHEQUE-LINE
                   MOVE 0 TO WS-CHB-ROW-NO
                   IF FUNCTION TEST-NUMVAL(WS-CHQ-ROW-NUMBER) = 0
                       MOVE FUNCTION NUMVAL(WS-CHQ-ROW-NUMBER)
                           TO WS-CHB-ROW-NO
                   END-IF
                   IF WS-CHQ-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND WS-CHQ-ROW-STATE = 'PENDING'
                       AND WS-CHB-ROW-NO >= WS-CHB-FROM-NO
                       AND WS-CHB-ROW-NO <= WS-CHB-TO-NO
                       ADD 1 TO WS-CHB-RELEASED
                       MOVE SPACES TO WS-CHQ-LINE
                       STRING WS-CHQ-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-CHQ-ROW-NUMBER
                                  DELIMITED BY SPACE
                              ',ISSUED,,' DELIMITED BY SIZE
                              WS-APPEND-DATE DELIMITED BY SIZE
                           INTO WS-CHQ-LINE
                       END-STRING
                   END-IF
                   WRITE CHEQUE-REGISTER-NEW-RECORD
                       FROM WS-CHQ-LINE
               END-IF
           END-PERFORM

           CLOSE CHEQUE-REGISTER-NEW-FILE
           CLOSE CHEQUE-REGISTER-FILE

           PERFORM CHQ-REPLACE-REGISTER
           .

      *> Fila del registro de talonarios a partir de WS-CHB-R-*
       CHB-BUILD-ROW.
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-CHB-R-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-FIRST DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-LAST DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-COUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-STATUS DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-ORDERED DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-STATUS-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-REORDER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-FEE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-ORIGIN DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-FILE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CHB-R-REF DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

       CHB-SPLIT-ROW.
           MOVE SPACES TO WS-CHB-R-ACCOUNT WS-CHB-R-FIRST
               WS-CHB-R-LAST WS-CHB-R-COUNT WS-CHB-R-BRANCH
               WS-CHB-R-STATUS WS-CHB-R-ORDERED WS-CHB-R-STATUS-DATE
               WS-CHB-R-REORDER WS-CHB-R-FEE WS-CHB-R-ORIGIN
               WS-CHB-R-FILE WS-CHB-R-REF
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-CHB-R-ACCOUNT WS-CHB-R-FIRST WS-CHB-R-LAST
                    WS-CHB-R-COUNT WS-CHB-R-BRANCH WS-CHB-R-STATUS
                    WS-CHB-R-ORDERED WS-CHB-R-STATUS-DATE
                    WS-CHB-R-REORDER WS-CHB-R-FEE WS-CHB-R-ORIGIN
                    WS-CHB-R-FILE WS-CHB-R-REF
           END-UNSTRING
           .

      *> ============================================================
      *> TRANSFERENCIAS ENTRE CUENTAS PROPIAS
      *> ============================================================

      *> Transferencia de ventanilla entre dos cuentas nuestras, con
      *> los mismos controles de estado y de umbral de revision que
      *> una retirada; en modo DB2 la ejecuta DB-TRANSFER (dos patas
      *> con reversion automatica y conversion de moneda)
       DO-TRANSFER.
           PERFORM ASK-ACCOUNT

           PERFORM CHECK-MINOR-GUARDIAN
           IF WS-MINOR-DENIED = 'Y'
               EXIT PARAGRAPH
           END-IF

      *>   BEN permite elegir el destino del directorio de
      *>   beneficiarios guardados en vez de teclearlo
           MOVE 'N' TO WS-BENEF-PICKED
           DISPLAY 'Cuenta destino (BEN = beneficiario guardado): '
               WITH NO ADVANCING
           ACCEPT WS-XFER-DEST
           IF WS-XFER-DEST = 'BEN'
               PERFORM ASK-CUSTOMER-ID
               DISPLAY 'Nombre corto del beneficiario: '
                   WITH NO ADVANCING
               ACCEPT WS-BENEF-NAME-IN
               PERFORM FIND-BENEFICIARY
               IF WS-BENEF-FOUND = 'N'
                   DISPLAY 'ERROR: beneficiario no encontrado'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-BENEF-PICKED
               MOVE WS-BENEF-ROW-ACCOUNT TO WS-XFER-DEST
               DISPLAY 'Destino: ' WS-XFER-DEST
           END-IF
           MOVE WS-XFER-DEST TO DB-TO-ACCOUNT-ID

           PERFORM ASK-AMOUNT

           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               DISPLAY 'Transferencia rechazada: supera el umbral '
                   'configurado y no se autorizo con PIN de '
                   'supervisor'
               EXIT PARAGRAPH
           END-IF

      *>   Tope de beneficiario nuevo durante sus primeros dias
           IF WS-BENEF-PICKED = 'Y'
               PERFORM CHECK-NEW-BENEF-CAP
               IF WS-BENEF-HOLD = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM TRANSFER-CSV
               WHEN 'DB2'
                   PERFORM TRANSFER-DB2
           END-EVALUATE
           .

       TRANSFER-CSV.
           MOVE 'N' TO WS-TRANSFER-APPLIED
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               MOVE 'CUENTA' TO WS-FAIL-REASON
               DISPLAY 'ERROR: cuenta origen no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta origen no esta operativa ('
                   ACC-STATUS(WS-ACC-INDEX) ')'
               EXIT PARAGRAPH
           END-IF

      *>   Mandato del vinculo en la cuenta origen: igual que en la
      *>   retirada, el incumplimiento manda la operacion a la cola
           PERFORM CHECK-MANDATE-RULES
           IF WS-MANDATE-HOLD = 'Y'
               MOVE 'TRANSFER' TO WS-PENDING-OP-TYPE
               MOVE WS-XFER-DEST TO WS-PENDING-OP-CONTEXT
               PERFORM APPEND-PENDING-REVIEW-CSV
               DISPLAY 'Transferencia retenida para revision de un '
                   'supervisor (reglas de mandato de la cuenta)'
               EXIT PARAGRAPH
           END-IF

      *>   El disponible descuenta las retenciones activas
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE
               + ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX) < WS-TMP-AMOUNT
               MOVE 'SALDO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: saldo disponible insuficiente'
               EXIT PARAGRAPH
           END-IF

      *>   El umbral tambien rige en modo batch, donde no hay PIN
           IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               MOVE 'UMBRAL' TO WS-FAIL-REASON
               DISPLAY 'ERROR: transferencia sobre el umbral sin '
                   'autorizacion de supervisor'
               EXIT PARAGRAPH
           END-IF

      *>   La cuenta destino debe existir y estar abierta; para un
      *>   destino que no es nuestro esta la transferencia al
      *>   exterior, que compensa contra la cuenta de liquidacion
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-XFER-DEST TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               MOVE 'CUENTA' TO WS-FAIL-REASON
               DISPLAY 'ERROR: cuenta destino no encontrada; use '
                   'la transferencia al exterior si no es nuestra'
               MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
               MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               MOVE 'ESTADO' TO WS-FAIL-REASON
               DISPLAY 'ERROR: la cuenta destino no esta operativa'
               MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
               MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INDEX TO WS-XFER-DEST-INDEX
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID

           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           ADD WS-TMP-AMOUNT
               TO ACC-BALANCE(WS-XFER-DEST-INDEX)

           MOVE WS-XFER-DEST TO WS-SUSP-DEST
           PERFORM SET-APPEND-DATE
           PERFORM APPEND-INTERNAL-TRANSFER-CSV

           MOVE 'Y' TO WS-TRANSFER-APPLIED
           DISPLAY 'Transferencia realizada'
           DISPLAY 'Nuevo saldo origen: ' ACC-BALANCE(WS-ACC-INDEX)
           .

       TRANSFER-DB2.
           MOVE 'N' TO WS-TRANSFER-APPLIED
           MOVE 'TRANSFER' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE WS-SUPERVISOR-OVERRIDE TO DB-SUPERVISOR-OVERRIDE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               MOVE 'Y' TO WS-TRANSFER-APPLIED
               DISPLAY 'Transferencia realizada: ' DB-MESSAGE
               DISPLAY 'Nuevo saldo origen: ' DB-BALANCE
           ELSE
               MOVE 'DB2' TO WS-FAIL-REASON
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

      *> Fila TRANSFER origen -> destino con referencia y categoria
       APPEND-INTERNAL-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUSP-DEST         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-CATEGORY   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ============================================================
      *> TRANSFERENCIAS AL EXTERIOR
      *> ============================================================

      *> El dinero no puede "salir" abonando una cuenta local
      *> inventada: el cargo del cliente se compensa contra la
      *> cuenta de liquidacion y el detalle queda en la cola de
      *> salida para que OUTBOUND-CLEARING genere el fichero diario
      *> hacia la camara de compensacion
       DO-EXTERNAL-TRANSFER.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: las transferencias al exterior '
                   'operan sobre el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta abierta'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MINOR-GUARDIAN
           IF WS-MINOR-DENIED = 'Y'
               EXIT PARAGRAPH
           END-IF

      *>   El destino puede salir del directorio de beneficiarios
      *>   guardados del cliente, en vez de teclearse
           MOVE 'N' TO WS-BENEF-PICKED
           DISPLAY 'Beneficiario guardado (nombre corto, vacio '
               'para teclear el destino): ' WITH NO ADVANCING
           ACCEPT WS-BENEF-NAME-IN
           IF WS-BENEF-NAME-IN NOT = SPACES
               PERFORM ASK-CUSTOMER-ID
               PERFORM FIND-BENEFICIARY
               IF WS-BENEF-FOUND = 'N'
                   DISPLAY 'ERROR: beneficiario no encontrado'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-BENEF-PICKED
               MOVE WS-BENEF-ROW-BANK TO WS-EXT-DEST-BANK
               MOVE WS-BENEF-ROW-ACCOUNT TO WS-EXT-DEST-ACCOUNT
               MOVE WS-BENEF-NAME-IN TO WS-SCREEN-NAME
               DISPLAY 'Destino: ' WS-EXT-DEST-BANK ' '
                   WS-EXT-DEST-ACCOUNT
           ELSE
               DISPLAY 'Banco destino (codigo): ' WITH NO ADVANCING
               ACCEPT WS-EXT-DEST-BANK
               DISPLAY 'Cuenta destino en ese banco: '
                   WITH NO ADVANCING
               ACCEPT WS-EXT-DEST-ACCOUNT
               DISPLAY 'Nombre del beneficiario: '
                   WITH NO ADVANCING
               ACCEPT WS-SCREEN-NAME
           END-IF

      *>   Comprobacion de encaminamiento: un destino que SI es una
      *>   cuenta nuestra debe ir por la transferencia interna
           MOVE WS-TMP-ACCOUNT TO WS-TMP-NAME
           MOVE WS-EXT-DEST-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'Y'
               DISPLAY 'ERROR: el destino es una cuenta propia; '
                   'use la transferencia interna'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TMP-NAME(1:30) TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID

           PERFORM ASK-AMOUNT

      *>   El dinero que sale del banco esta sujeto al mismo umbral
      *>   de revision que una retirada o transferencia interna
           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF

           IF WS-TMP-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               DISPLAY 'Transferencia al exterior rechazada: '
                   'supera el umbral configurado y no se autorizo '
                   'con PIN de supervisor'
               EXIT PARAGRAPH
           END-IF

      *>   Tope de beneficiario nuevo durante sus primeros dias
           IF WS-BENEF-PICKED = 'Y'
               PERFORM CHECK-NEW-BENEF-CAP
               IF WS-BENEF-HOLD = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   Cribado del beneficiario contra la lista de vigilancia:
      *>   un positivo no sale del banco, queda en la cola de
      *>   revision y en el log de cumplimiento
           MOVE SPACES TO WS-SCREEN-DOC
           MOVE 'TRANSF-EXT' TO WS-SCREEN-CONTEXT
           PERFORM SCREEN-AGAINST-WATCHLIST
           IF WS-SCREEN-HIT = 'Y'
               MOVE 'EXTERNAL' TO WS-PENDING-OP-TYPE
               MOVE SPACES TO WS-PENDING-OP-CONTEXT
               STRING WS-EXT-DEST-BANK DELIMITED BY SPACE
                      ':' DELIMITED BY SIZE
                      WS-EXT-DEST-ACCOUNT DELIMITED BY SPACE
                   INTO WS-PENDING-OP-CONTEXT
               END-STRING
               PERFORM APPEND-PENDING-REVIEW-CSV
               DISPLAY 'TRANSFERENCIA RETENIDA: el beneficiario '
                   'coincide con la lista de vigilancia ('
                   WS-SCREEN-MATCHED ')'
               DISPLAY 'La operacion queda pendiente de revision '
                   'de cumplimiento'
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-EXTERNAL-TRANSFER-CSV
           .

      *> Cargo al cliente, compensacion contra la cuenta de
      *> liquidacion y cola de salida hacia la camara; lo comparte
      *> la aprobacion desde la cola de revision, que debe llegar
      *> aqui y no quedarse en una retirada
       POST-EXTERNAL-TRANSFER-CSV.
           MOVE 'N' TO WS-EXT-APPLIED

      *>   El disponible descuenta las retenciones activas
           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-TMP-AMOUNT <= 0
               OR WS-AVAILABLE-BALANCE
                   + ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX)
                   < WS-TMP-AMOUNT
               DISPLAY 'ERROR: saldo disponible insuficiente'
               EXIT PARAGRAPH
           END-IF

      *>   Cargo al cliente contra la cuenta de liquidacion
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-SETTLEMENT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX

           MOVE WS-SETTLEMENT-ACCOUNT-ID TO WS-SUSP-DEST
           PERFORM SET-APPEND-DATE
           PERFORM APPEND-EXTERNAL-TRANSFER-CSV
           PERFORM APPEND-OUTBOUND-PENDING

           MOVE 'Y' TO WS-EXT-APPLIED
           DISPLAY 'Transferencia al exterior encolada con '
               'referencia ' WS-TX-REF
           .

      *> Fila TRANSFER cuenta -> liquidacion, categoria EXTERIOR
       APPEND-EXTERNAL-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SETTLEMENT-ACCOUNT-ID DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',EXTERIOR'          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

       APPEND-OUTBOUND-PENDING.
           MOVE SPACES TO WS-OUTBOUND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-EXT-DEST-BANK     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-EXT-DEST-ACCOUNT  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',PENDING'           DELIMITED BY SIZE
               INTO WS-OUTBOUND-LINE
           END-STRING

           OPEN EXTEND OUTBOUND-PENDING-FILE
           IF WS-OUTBOUND-FILE-STATUS = '05'
               OR WS-OUTBOUND-FILE-STATUS = '35'
               OPEN OUTPUT OUTBOUND-PENDING-FILE
           END-IF
           WRITE OUTBOUND-PENDING-RECORD FROM WS-OUTBOUND-LINE
           CLOSE OUTBOUND-PENDING-FILE
           .

      *> ============================================================
      *> BENEFICIARIOS GUARDADOS
      *> ============================================================

      *> Directorio por cliente de destinos de transferencia: las
      *> pantallas de transferencia (interna y al exterior) pueden
      *> elegir el destino por nombre corto en vez de teclearlo,
      *> que es de donde salian los errores de dedo
       DO-BENEFICIARY-MENU.
           DISPLAY ' '
           DISPLAY '===== BENEFICIARIOS GUARDADOS ====='
           DISPLAY '1 - Alta de beneficiario'
           DISPLAY '2 - Modificar beneficiario'
           DISPLAY '3 - Baja de beneficiario'
           DISPLAY '4 - Listar beneficiarios de un cliente'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-BENEF-OPTION

           EVALUATE WS-BENEF-OPTION
               WHEN 1
                   PERFORM BENEF-ADD
               WHEN 2
                   PERFORM BENEF-AMEND
               WHEN 3
                   PERFORM BENEF-DELETE
               WHEN 4
                   PERFORM BENEF-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       BENEF-ADD.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nombre corto del beneficiario: '
               WITH NO ADVANCING
           ACCEPT WS-BENEF-NAME-IN
           IF WS-BENEF-NAME-IN = SPACES
               DISPLAY 'ERROR: el nombre corto es obligatorio'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BENEFICIARY
           IF WS-BENEF-FOUND = 'Y'
               DISPLAY 'ERROR: ese nombre corto ya existe para el '
                   'cliente; use la modificacion'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Banco destino (vacio si es cuenta nuestra): '
               WITH NO ADVANCING
           ACCEPT WS-BENEF-ROW-BANK
           DISPLAY 'Cuenta destino: ' WITH NO ADVANCING
           ACCEPT WS-BENEF-ROW-ACCOUNT
           IF WS-BENEF-ROW-ACCOUNT = SPACES
               DISPLAY 'ERROR: la cuenta destino es obligatoria'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-BENEF-LINE
           STRING WS-TMP-CUST-ID      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-BENEF-NAME-IN    DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-BENEF-ROW-BANK   DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-BENEF-ROW-ACCOUNT DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-DATE      DELIMITED BY SIZE
               INTO WS-BENEF-LINE
           END-STRING

           OPEN EXTEND BENEFICIARIES-FILE
           IF WS-BENEF-FILE-STATUS = '05'
               OR WS-BENEF-FILE-STATUS = '35'
               OPEN OUTPUT BENEFICIARIES-FILE
           END-IF
           WRITE BENEFICIARIES-RECORD FROM WS-BENEF-LINE
           CLOSE BENEFICIARIES-FILE

           DISPLAY 'Beneficiario dado de alta (durante los primeros '
               WS-BENEF-DAYS ' dias habiles rige el tope de '
               'beneficiario nuevo)'
           .

      *> La modificacion reescribe banco/cuenta y reinicia la fecha
      *> de alta: un destino cambiado vuelve a ser "nuevo" a efectos
      *> del tope, que es justo el control que se busca
       BENEF-AMEND.
           PERFORM ASK-CUSTOMER-ID
           DISPLAY 'Nombre corto del beneficiario: '
               WITH NO ADVANCING
           ACCEPT WS-BENEF-NAME-IN

           PERFORM FIND-BENEFICIARY
           IF WS-BENEF-FOUND = 'N'
               DISPLAY 'ERROR: beneficiario no encontrado'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nuevo banco destino (vacio si es cuenta '
               'nuestra): ' WITH NO ADVANCING
           ACCEPT WS-BENEF-ROW-BANK
           DISPLAY 'Nueva cuenta destino: ' WITH NO ADVANCING
           ACCEPT WS-BENEF-ROW-ACCOUNT
           IF WS-BENEF-ROW-ACCOUNT = SPACES
               DISPLAY 'ERROR: la cuenta destino es obligatoria'
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-BENEF-ACTION
           PERFORM REWRITE-BENEFICIARIES
           DISPLAY 'Beneficiario modificado (la fecha de alta se '
               'reinicia y vuelve a regir el tope de nuevo)'
           .

       BENEF-DELETE.
           PERFORM ASK-CUSTOMER-ID
           DISPLAY 'Nombre corto del beneficiario: '
               WITH NO ADVANCING
           ACCEPT WS-BENEF-NAME-IN

           PERFORM FIND-BENEFICIARY
           IF WS-BENEF-FOUND = 'N'
               DISPLAY 'ERROR: beneficiario no encontrado'
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO WS-BENEF-ACTION
           PERFORM REWRITE-BENEFICIARIES
           DISPLAY 'Beneficiario dado de baja'
           .

       BENEF-LIST.
           PERFORM ASK-CUSTOMER-ID

           MOVE 0 TO WS-BENEF-LIST-COUNT
           OPEN INPUT BENEFICIARIES-FILE
           IF WS-BENEF-FILE-STATUS NOT = '00'
               DISPLAY '(directorio de beneficiarios vacio)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Beneficiarios de ' WS-TMP-CUST-ID
           PERFORM UNTIL WS-BENEF-FILE-STATUS NOT = '00'
               READ BENEFICIARIES-FILE INTO WS-BENEF-LINE
               IF WS-BENEF-FILE-STATUS = '00'
                   PERFORM PARSE-BENEF-LINE
                   IF WS-BENEF-ROW-CUST = WS-TMP-CUST-ID
                       ADD 1 TO WS-BENEF-LIST-COUNT
                       DISPLAY '  ' WS-BENEF-ROW-NAME ' -> '
                           WS-BENEF-ROW-BANK ' '
                           WS-BENEF-ROW-ACCOUNT ' (alta '
                           WS-BENEF-ROW-DATE ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BENEFICIARIES-FILE

           DISPLAY 'Total: ' WS-BENEF-LIST-COUNT
           .

       PARSE-BENEF-LINE.
           MOVE SPACES TO WS-BENEF-ROW-BANK
           MOVE SPACES TO WS-BENEF-ROW-ACCOUNT
           MOVE SPACES TO WS-BENEF-ROW-DATE
           UNSTRING WS-BENEF-LINE DELIMITED BY ','
               INTO WS-BENEF-ROW-CUST WS-BENEF-ROW-NAME
                    WS-BENEF-ROW-BANK WS-BENEF-ROW-ACCOUNT
                    WS-BENEF-ROW-DATE
           END-UNSTRING
           .

      *> Busca el beneficiario WS-TMP-CUST-ID + WS-BENEF-NAME-IN y
      *> deja sus campos en WS-BENEF-ROW-*
       FIND-BENEFICIARY.
           MOVE 'N' TO WS-BENEF-FOUND

           OPEN INPUT BENEFICIARIES-FILE
           IF WS-BENEF-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BENEF-FILE-STATUS NOT = '00'
               READ BENEFICIARIES-FILE INTO WS-BENEF-LINE
      *>       Con el beneficiario ya localizado se sigue leyendo
      *>       sin analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-BENEF-FILE-STATUS = '00'
                   AND WS-BENEF-FOUND = 'N'
                   PERFORM PARSE-BENEF-LINE
                   IF WS-BENEF-ROW-CUST = WS-TMP-CUST-ID
                       AND WS-BENEF-ROW-NAME = WS-BENEF-NAME-IN
                       MOVE 'Y' TO WS-BENEF-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BENEFICIARIES-FILE
           .

      *> Reescritura .new + mv como el registro de cheques: 'D'
      *> omite la fila del beneficiario y 'A' la sustituye por los
      *> datos nuevos con la fecha de alta reiniciada
       REWRITE-BENEFICIARIES.
           OPEN INPUT BENEFICIARIES-FILE
           IF WS-BENEF-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BENEFICIARIES-NEW-FILE

           PERFORM UNTIL WS-BENEF-FILE-STATUS NOT = '00'
               READ BENEFICIARIES-FILE INTO WS-BENEF-LINE
               IF WS-BENEF-FILE-STATUS = '00'
                   PERFORM REWRITE-ONE-BENEF-LINE
               END-IF
           END-PERFORM

           CLOSE BENEFICIARIES-NEW-FILE
           CLOSE BENEFICIARIES-FILE

           MOVE SPACES TO WS-BENEF-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/beneficiaries.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/beneficiaries.csv' DELIMITED BY SIZE
               INTO WS-BENEF-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-BENEF-MV-CMD
               GIVING WS-BENEF-MV-RC
           IF WS-BENEF-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el directorio '
                   'de beneficiarios'
           END-IF
           .

       REWRITE-ONE-BENEF-LINE.
           MOVE WS-BENEF-LINE TO WS-BENEF-ORIG-LINE
           MOVE SPACES TO WS-BENEF-ROW-CUST
           MOVE SPACES TO WS-BENEF-ROW-NAME
           UNSTRING WS-BENEF-LINE DELIMITED BY ','
               INTO WS-BENEF-ROW-CUST WS-BENEF-ROW-NAME
           END-UNSTRING

           IF WS-BENEF-ROW-CUST = WS-TMP-CUST-ID
               AND WS-BENEF-ROW-NAME = WS-BENEF-NAME-IN
               IF WS-BENEF-ACTION = 'D'
                   EXIT PARAGRAPH
               END-IF
               PERFORM SET-APPEND-DATE
               MOVE SPACES TO WS-BENEF-LINE
               STRING WS-TMP-CUST-ID      DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-BENEF-NAME-IN    DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-BENEF-ROW-BANK   DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-BENEF-ROW-ACCOUNT DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-APPEND-DATE      DELIMITED BY SIZE
                   INTO WS-BENEF-LINE
               END-STRING
               WRITE BENEFICIARIES-NEW-RECORD FROM WS-BENEF-LINE
           ELSE
               WRITE BENEFICIARIES-NEW-RECORD
                   FROM WS-BENEF-ORIG-LINE
           END-IF
           .

      *> Tope de beneficiario nuevo: durante sus primeros
      *> WS-BENEF-DAYS dias habiles un beneficiario no puede recibir
      *> mas de WS-BENEF-CAP por operacion
       CHECK-NEW-BENEF-CAP.
           MOVE 'N' TO WS-BENEF-HOLD
           IF WS-BENEF-ROW-DATE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BENEF-ROW-DATE TO WS-BDAYS-FROM
           MOVE WS-TODAY-DATE TO WS-BDAYS-TO
           PERFORM COUNT-BUSINESS-DAYS

           IF WS-BDAYS-COUNT < WS-BENEF-DAYS
               AND WS-TMP-AMOUNT > WS-BENEF-CAP
               MOVE 'Y' TO WS-BENEF-HOLD
               MOVE WS-BENEF-CAP TO WS-BENEF-CAP-EDIT
               DISPLAY 'ERROR: beneficiario dado de alta hace menos '
                   'de ' WS-BENEF-DAYS ' dias habiles; hasta '
                   'entonces el tope por operacion es '
                   WS-BENEF-CAP-EDIT
           END-IF
           .

      *> ============================================================
      *> MANDATOS DE ADEUDO DIRECTO
      *> ============================================================

      *> Registro de mandatos firmados por el cliente: el lote de
      *> cobros DD-COLLECTIONS solo asienta un adeudo si existe un
      *> mandato ACTIVE del originador sobre la cuenta con esa
      *> referencia; la baja conserva la fila como CANCELLED para
      *> poder devolver cobros posteriores con su motivo
       DO-DD-MANDATE-MENU.
           DISPLAY ' '
           DISPLAY '===== MANDATOS DE ADEUDO DIRECTO ====='
           DISPLAY '1 - Alta de mandato'
           DISPLAY '2 - Baja de mandato'
           DISPLAY '3 - Listar mandatos de una cuenta'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-DDM-OPTION

           EVALUATE WS-DDM-OPTION
               WHEN 1
                   PERFORM DDM-ADD
               WHEN 2
                   PERFORM DDM-CANCEL
               WHEN 3
                   PERFORM DDM-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       DDM-ADD.
           PERFORM ASK-ACCOUNT
           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
                   DISPLAY 'ERROR: la cuenta no esta operativa'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'Originador (codigo, ej. ELECTRICA01): '
               WITH NO ADVANCING
           ACCEPT WS-DDM-ORIGINATOR-IN
           IF WS-DDM-ORIGINATOR-IN = SPACES
               DISPLAY 'ERROR: el originador es obligatorio'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Referencia del mandato: ' WITH NO ADVANCING
           ACCEPT WS-DDM-REFERENCE-IN
           IF WS-DDM-REFERENCE-IN = SPACES
               DISPLAY 'ERROR: la referencia es obligatoria'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DD-MANDATE
           IF WS-DDM-FOUND = 'Y'
               AND WS-DDM-ROW-STATUS = 'ACTIVE'
               DISPLAY 'ERROR: ya existe un mandato activo con esa '
                   'referencia para la cuenta'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-DDM-LINE
           STRING WS-DDM-ORIGINATOR-IN DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TMP-ACCOUNT       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-DDM-REFERENCE-IN  DELIMITED BY SPACE
                  ',ACTIVE,'           DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-DDM-LINE
           END-STRING

           OPEN EXTEND DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS = '05'
               OR WS-DDM-FILE-STATUS = '35'
               OPEN OUTPUT DD-MANDATES-FILE
           END-IF
           WRITE DD-MANDATES-RECORD FROM WS-DDM-LINE
           CLOSE DD-MANDATES-FILE

           DISPLAY 'Mandato dado de alta'
           .

       DDM-CANCEL.
           PERFORM ASK-ACCOUNT
           DISPLAY 'Originador: ' WITH NO ADVANCING
           ACCEPT WS-DDM-ORIGINATOR-IN
           DISPLAY 'Referencia del mandato: ' WITH NO ADVANCING
           ACCEPT WS-DDM-REFERENCE-IN

           PERFORM FIND-DD-MANDATE
           IF WS-DDM-FOUND = 'N'
               DISPLAY 'ERROR: mandato no encontrado'
               EXIT PARAGRAPH
           END-IF
           IF WS-DDM-ROW-STATUS NOT = 'ACTIVE'
               DISPLAY 'ERROR: el mandato ya estaba cancelado'
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-DD-MANDATES
           DISPLAY 'Mandato cancelado: los proximos cobros del '
               'originador se devolveran'
           .

       DDM-LIST.
           PERFORM ASK-ACCOUNT

           MOVE 0 TO WS-DDM-LIST-COUNT
           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS NOT = '00'
               DISPLAY '(registro de mandatos vacio)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Mandatos de la cuenta ' WS-TMP-ACCOUNT
           PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
               READ DD-MANDATES-FILE INTO WS-DDM-LINE
               IF WS-DDM-FILE-STATUS = '00'
                   PERFORM PARSE-DDM-LINE
                   IF WS-DDM-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       ADD 1 TO WS-DDM-LIST-COUNT
                       DISPLAY '  ' WS-DDM-ROW-ORIGINATOR ' '
                           WS-DDM-ROW-REFERENCE ' '
                           WS-DDM-ROW-STATUS ' (alta '
                           WS-DDM-ROW-DATE ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DD-MANDATES-FILE

           DISPLAY 'Total: ' WS-DDM-LIST-COUNT
           .

       PARSE-DDM-LINE.
           MOVE SPACES TO WS-DDM-ROW-REFERENCE
           MOVE SPACES TO WS-DDM-ROW-STATUS
           MOVE SPACES TO WS-DDM-ROW-DATE
           UNSTRING WS-DDM-LINE DELIMITED BY ','
               INTO WS-DDM-ROW-ORIGINATOR WS-DDM-ROW-ACCOUNT
                    WS-DDM-ROW-REFERENCE WS-DDM-ROW-STATUS
                    WS-DDM-ROW-DATE
           END-UNSTRING
           .

      *> Busca el mandato originador+cuenta+referencia y deja sus
      *> campos en WS-DDM-ROW-*
       FIND-DD-MANDATE.
           MOVE 'N' TO WS-DDM-FOUND

           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
               READ DD-MANDATES-FILE INTO WS-DDM-LINE
      *>       Con el mandato ya localizado se sigue leyendo sin
      *>       analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-DDM-FILE-STATUS = '00'
                   AND WS-DDM-FOUND = 'N'
                   PERFORM PARSE-DDM-LINE
                   IF WS-DDM-ROW-ORIGINATOR = WS-DDM-ORIGINATOR-IN
                       AND WS-DDM-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       AND WS-DDM-ROW-REFERENCE = WS-DDM-REFERENCE-IN
                       MOVE 'Y' TO WS-DDM-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DD-MANDATES-FILE
           .

      *> Reescritura .new + mv como el directorio de beneficiarios:
      *> la fila del mandato pasa a CANCELLED con la fecha del dia
       REWRITE-DD-MANDATES.
           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DD-MANDATES-NEW-FILE

           PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
               READ DD-MANDATES-FILE INTO WS-DDM-LINE
               IF WS-DDM-FILE-STATUS = '00'
                   PERFORM REWRITE-ONE-DDM-LINE
               END-IF
           END-PERFORM

           CLOSE DD-MANDATES-NEW-FILE
           CLOSE DD-MANDATES-FILE

           MOVE SPACES TO WS-DDM-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/dd-mandates.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/dd-mandates.csv' DELIMITED BY SIZE
               INTO WS-DDM-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DDM-MV-CMD
               GIVING WS-DDM-MV-RC
           IF WS-DDM-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de mandatos'
           END-IF
           .

       REWRITE-ONE-DDM-LINE.
           MOVE WS-DDM-LINE TO WS-DDM-ORIG-LINE
           PERFORM PARSE-DDM-LINE

           IF WS-DDM-ROW-ORIGINATOR = WS-DDM-ORIGINATOR-IN
               AND WS-DDM-ROW-ACCOUNT = WS-TMP-ACCOUNT
               AND WS-DDM-ROW-REFERENCE = WS-DDM-REFERENCE-IN
               AND WS-DDM-ROW-STATUS = 'ACTIVE'
               PERFORM SET-APPEND-DATE
               MOVE SPACES TO WS-DDM-LINE
               STRING WS-DDM-ROW-ORIGINATOR DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-DDM-ROW-ACCOUNT    DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-DDM-ROW-REFERENCE  DELIMITED BY SPACE
                      ',CANCELLED,'         DELIMITED BY SIZE
                      WS-APPEND-DATE        DELIMITED BY SIZE
                   INTO WS-DDM-LINE
               END-STRING
               WRITE DD-MANDATES-NEW-RECORD FROM WS-DDM-LINE
           ELSE
               WRITE DD-MANDATES-NEW-RECORD FROM WS-DDM-ORIG-LINE
           END-IF
           .

      *> ============================================================
      *> CAMBIO DE MONEDA EN EFECTIVO
      *> ============================================================

      *> El cliente con billetes en euros ya no va al bureau de al
      *> lado: compra (el banco recibe divisa y paga base) o venta
      *> (al reves) al tipo medio de fx-rates.csv con el margen de
      *> la divisa; la caja lleva la posicion por divisa y cada
      *> operacion queda en el blotter para el informe diario
       DO-FX-CASH-EXCHANGE.
           IF WS-TILL-OPEN NOT = 'Y'
               DISPLAY 'ERROR: el cambio de efectivo requiere la '
                   'caja abierta'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Divisa (ej. USD): ' WITH NO ADVANCING
           ACCEPT WS-FXC-CCY
           DISPLAY 'Operacion (C=el banco compra divisa, V=vende): '
               WITH NO ADVANCING
           ACCEPT WS-FXC-OP
           IF WS-FXC-OP NOT = 'C' AND WS-FXC-OP NOT = 'V'
               DISPLAY 'ERROR: operacion no valida'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Importe en divisa: ' WITH NO ADVANCING
           ACCEPT WS-TMP-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TMP-AMOUNT TO WS-FXC-AMOUNT

      *>   Cuenta del cliente, si lo es: el margen cobrado entra en
      *>   su estado anual de comisiones
           DISPLAY 'Cuenta del cliente (en blanco si no es cliente): '
               WITH NO ADVANCING
           ACCEPT WS-FXC-ACCOUNT
           IF WS-FXC-ACCOUNT NOT = SPACES
               AND WS-DATA-SOURCE NOT = 'DB2'
               MOVE WS-FXC-ACCOUNT TO DB-ACCOUNT-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM READ-FX-MID-RATE
           IF WS-FXC-RATE-SEEN NOT = 'Y'
               DISPLAY 'ERROR: sin tipo ' WS-FXC-CCY ' en la '
                   'tabla de cambios'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-FX-MARGIN

      *>   Compra: el banco paga por debajo del medio; venta: cobra
      *>   por encima
           IF WS-FXC-OP = 'C'
               COMPUTE WS-FXC-RATE ROUNDED =
                   WS-FXC-MID-RATE * (1 - WS-FXC-MARGIN)
           ELSE
               COMPUTE WS-FXC-RATE ROUNDED =
                   WS-FXC-MID-RATE * (1 + WS-FXC-MARGIN)
           END-IF
           COMPUTE WS-FXC-BASE-AMOUNT ROUNDED =
               WS-FXC-AMOUNT * WS-FXC-RATE

      *>   Caja: la posicion base y la de la divisa se mueven en
      *>   sentidos opuestos
           IF WS-FXC-OP = 'C'
               SUBTRACT WS-FXC-BASE-AMOUNT FROM WS-TILL-POSITION
               PERFORM ADD-TILL-CCY-POSITION
           ELSE
               ADD WS-FXC-BASE-AMOUNT TO WS-TILL-POSITION
               COMPUTE WS-FXC-AMOUNT = 0 - WS-FXC-AMOUNT
               PERFORM ADD-TILL-CCY-POSITION
               COMPUTE WS-FXC-AMOUNT = 0 - WS-FXC-AMOUNT
           END-IF

           PERFORM APPEND-FX-BLOTTER

      *>   Recibo de la operacion con el tipo y el margen a la
      *>   vista del cliente
           MOVE WS-FXC-BASE-AMOUNT TO WS-TMP-AMOUNT
           MOVE SPACES TO DB-ACCOUNT-ID
           STRING 'CAMBIO-' WS-FXC-CCY
               INTO DB-ACCOUNT-ID
           END-STRING
           MOVE 'CAMBIO' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-TMP-NAME
           MOVE WS-FXC-RATE TO WS-FXC-RATE-EDIT
           MOVE WS-FXC-MARGIN TO WS-FXC-MARGIN-EDIT
           STRING 'TIPO ' FUNCTION TRIM(WS-FXC-RATE-EDIT)
                  ' MARGEN ' FUNCTION TRIM(WS-FXC-MARGIN-EDIT)
               INTO WS-TMP-NAME
           END-STRING
           MOVE WS-TILL-POSITION TO WS-RECEIPT-BALANCE
           PERFORM EMIT-RECEIPT

           MOVE WS-FXC-BASE-AMOUNT TO WS-FXC-BASE-EDIT
           DISPLAY 'Cambio aplicado: tipo '
               FUNCTION TRIM(WS-FXC-RATE-EDIT) ' (margen '
               FUNCTION TRIM(WS-FXC-MARGIN-EDIT) ')'
           DISPLAY 'Importe en moneda base: ' WS-FXC-BASE-EDIT
           .

      *> Ultimo tipo divisa->base efectivo de fx-rates.csv
       READ-FX-MID-RATE.
           MOVE 'N' TO WS-FXC-RATE-SEEN
           PERFORM SET-APPEND-DATE

           OPEN INPUT FX-RATES-FILE
           IF WS-FX-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FX-FILE-STATUS NOT = '00'
               READ FX-RATES-FILE INTO WS-FX-LINE
               IF WS-FX-FILE-STATUS = '00'
                   MOVE SPACES TO WS-FX-DATE-IN
                   UNSTRING WS-FX-LINE DELIMITED BY ','
                       INTO WS-FX-FROM-IN WS-FX-TO-IN
                            WS-FX-RATE-IN WS-FX-DATE-IN
                   END-UNSTRING
                   IF WS-FX-FROM-IN = WS-FXC-CCY
                       AND (WS-FX-DATE-IN = SPACES
                           OR WS-FX-DATE-IN <= WS-APPEND-DATE)
                       AND FUNCTION
                           TEST-NUMVAL(WS-FX-RATE-IN) = 0
                       MOVE FUNCTION NUMVAL(WS-FX-RATE-IN)
                           TO WS-FXC-MID-RATE
                       MOVE 'Y' TO WS-FXC-RATE-SEEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FX-RATES-FILE
           .

      *> Margen de la divisa (fx-margins.csv) o el por defecto
       READ-FX-MARGIN.
           MOVE WS-FXC-DEF-MARGIN TO WS-FXC-MARGIN
           ACCEPT WS-ENV-FX-MARGIN
               FROM ENVIRONMENT 'MINIBANK_FX_MARGIN'
           IF WS-ENV-FX-MARGIN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-FX-MARGIN) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-FX-MARGIN)
                   TO WS-FXC-MARGIN
           END-IF

           OPEN INPUT FX-MARGINS-FILE
           IF WS-FXM-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FXM-FILE-STATUS NOT = '00'
               READ FX-MARGINS-FILE INTO WS-FXC-LINE
               IF WS-FXM-FILE-STATUS = '00'
                   MOVE SPACES TO WS-FXC-MARGIN-STR
                   UNSTRING WS-FXC-LINE DELIMITED BY ','
                       INTO WS-FX-FROM-IN WS-FXC-MARGIN-STR
                   END-UNSTRING
                   IF WS-FX-FROM-IN = WS-FXC-CCY
                       AND FUNCTION
                           TEST-NUMVAL(WS-FXC-MARGIN-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-FXC-MARGIN-STR)
                           TO WS-FXC-MARGIN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FX-MARGINS-FILE
           .

      *> Posicion de la divisa en la caja de esta sesion
       ADD-TILL-CCY-POSITION.
           MOVE 'N' TO WS-TCY-FOUND
           PERFORM VARYING IX-TCY FROM 1 BY 1
               UNTIL IX-TCY > WS-TILL-CCY-COUNT
                   OR WS-TCY-FOUND = 'Y'
               IF TCY-CODE(IX-TCY) = WS-FXC-CCY
                   MOVE 'Y' TO WS-TCY-FOUND
                   ADD WS-FXC-AMOUNT TO TCY-POSITION(IX-TCY)
               END-IF
           END-PERFORM

           IF WS-TCY-FOUND = 'N' AND WS-TILL-CCY-COUNT < 10
               ADD 1 TO WS-TILL-CCY-COUNT
               SET IX-TCY TO WS-TILL-CCY-COUNT
               MOVE WS-FXC-CCY TO TCY-CODE(IX-TCY)
               MOVE WS-FXC-AMOUNT TO TCY-POSITION(IX-TCY)
           END-IF
           .

      *> Blotter: fecha,hora,cajero,divisa,operacion,importe-divisa,
      *> tipo,margen,importe-base,cuenta del cliente (si la hay),
      *> sucursal
       APPEND-FX-BLOTTER.
           PERFORM SET-APPEND-DATE
           ACCEPT WS-FXC-TIME FROM TIME

           MOVE WS-FXC-AMOUNT TO WS-FXC-FGN-EDIT
           MOVE WS-FXC-RATE TO WS-FXC-RATE-EDIT
           MOVE WS-FXC-MARGIN TO WS-FXC-MARGIN-EDIT
           MOVE WS-FXC-BASE-AMOUNT TO WS-FXC-BASE-EDIT

           MOVE SPACES TO WS-FXC-LINE
           STRING WS-APPEND-DATE   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-FXC-TIME(1:6) DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-ID     DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-FXC-CCY       DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-FXC-OP        DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXC-FGN-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXC-RATE-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXC-MARGIN-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FXC-BASE-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-FXC-ACCOUNT   DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-BRANCH-ID     DELIMITED BY SPACE
               INTO WS-FXC-LINE
           END-STRING

           OPEN EXTEND FX-BLOTTER-FILE
           IF WS-FXB-FILE-STATUS = '05'
               OR WS-FXB-FILE-STATUS = '35'
               OPEN OUTPUT FX-BLOTTER-FILE
           END-IF
           WRITE FX-BLOTTER-RECORD FROM WS-FXC-LINE
           CLOSE FX-BLOTTER-FILE
           .

      *> ============================================================
      *> TRASLADO DE CUENTA A OTRO BANCO (SWITCH-OUT)
      *> ============================================================

      *> El cliente que se marcha ya no rehace sus pagos a mano:
      *> se exportan sus ordenes y mandatos para el banco receptor,
      *> la cuenta queda en redireccion N dias (los abonos
      *> entrantes se reenvian solos por el circuito exterior) y el
      *> traslado se completa con el cierre y barrido de siempre
       DO-SWITCH-OUT-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el traslado opera sobre el ledger '
                   'CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== TRASLADO DE CUENTA ====='
           DISPLAY '1 - Iniciar traslado (exportar y redirigir)'
           DISPLAY '2 - Completar traslado (cerrar y barrer)'
           DISPLAY '3 - Listar traslados en curso'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-SWI-OPTION

           EVALUATE WS-SWI-OPTION
               WHEN 1
                   PERFORM SWITCH-OUT-START
               WHEN 2
                   PERFORM SWITCH-OUT-COMPLETE
               WHEN 3
                   PERFORM SWITCH-OUT-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SWITCH-OUT-START.
           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta operativa'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Banco receptor (codigo): ' WITH NO ADVANCING
           ACCEPT WS-SWI-ROW-BANK
           DISPLAY 'Cuenta en el banco receptor: '
               WITH NO ADVANCING
           ACCEPT WS-SWI-ROW-DEST
           IF WS-SWI-ROW-BANK = SPACES
               OR WS-SWI-ROW-DEST = SPACES
               DISPLAY 'ERROR: banco y cuenta receptores son '
                   'obligatorios'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ENV-SWITCH-DAYS
               FROM ENVIRONMENT 'MINIBANK_SWITCH_DAYS'
           IF WS-ENV-SWITCH-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-SWITCH-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-SWITCH-DAYS)
                   TO WS-SWITCH-DAYS
           END-IF

           PERFORM EXPORT-SWITCH-FILE

           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-ROLL-DATE
           MOVE WS-SWITCH-DAYS TO WS-BDAYS-AHEAD
           PERFORM ADD-BUSINESS-DAYS

           MOVE SPACES TO WS-SWI-LINE
           STRING WS-TMP-ACCOUNT  DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-SWI-ROW-BANK DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-SWI-ROW-DEST DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-APPEND-DATE  DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  WS-ROLL-DATE    DELIMITED BY SIZE
                  ',REDIRECT'     DELIMITED BY SIZE
               INTO WS-SWI-LINE
           END-STRING

           OPEN EXTEND SWITCH-FILE
           IF WS-SWI-FILE-STATUS = '05'
               OR WS-SWI-FILE-STATUS = '35'
               OPEN OUTPUT SWITCH-FILE
           END-IF
           WRITE SWITCH-RECORD FROM WS-SWI-LINE
           CLOSE SWITCH-FILE

           DISPLAY 'Traslado iniciado: redireccion de abonos hasta '
               WS-ROLL-DATE
           .

      *> Fichero de traslado para el banco receptor: las ordenes
      *> permanentes activas de la cuenta y sus mandatos de adeudo
      *> ACTIVE, tal como estan registrados
       EXPORT-SWITCH-FILE.
           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-SWI-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/switch-out-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-ACCOUNT) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-SWI-OUT-PATH
           END-STRING

           MOVE 0 TO WS-SWI-EXPORTED
           OPEN OUTPUT SWITCH-OUT-FILE

           MOVE SPACES TO SWITCH-OUT-RECORD
           STRING 'SWITCH,' DELIMITED BY SIZE
                  WS-TMP-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SWI-ROW-BANK DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SWI-ROW-DEST DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
               INTO SWITCH-OUT-RECORD
           END-STRING
           WRITE SWITCH-OUT-RECORD

           OPEN INPUT SO-EXPORT-FILE
           IF WS-SO-EXP-STATUS = '00'
               PERFORM UNTIL WS-SO-EXP-STATUS NOT = '00'
                   READ SO-EXPORT-FILE
                   IF WS-SO-EXP-STATUS = '00'
                       UNSTRING SO-EXPORT-RECORD
                           DELIMITED BY ','
                           INTO WS-SWI-ROW-ACCOUNT
                       END-UNSTRING
                       IF WS-SWI-ROW-ACCOUNT = WS-TMP-ACCOUNT
                           ADD 1 TO WS-SWI-EXPORTED
                           MOVE SPACES TO SWITCH-OUT-RECORD
                           STRING 'SO,' DELIMITED BY SIZE
                                  SO-EXPORT-RECORD
                                      DELIMITED BY SIZE
                               INTO SWITCH-OUT-RECORD
                           END-STRING
                           WRITE SWITCH-OUT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SO-EXPORT-FILE
           END-IF

           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS = '00'
               PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
                   READ DD-MANDATES-FILE INTO WS-DDM-LINE
                   IF WS-DDM-FILE-STATUS = '00'
                       PERFORM PARSE-DDM-LINE
                       IF WS-DDM-ROW-ACCOUNT = WS-TMP-ACCOUNT
                           AND WS-DDM-ROW-STATUS = 'ACTIVE'
                           ADD 1 TO WS-SWI-EXPORTED
                           MOVE SPACES TO SWITCH-OUT-RECORD
                           STRING 'DD,' DELIMITED BY SIZE
                                  WS-DDM-LINE DELIMITED BY SIZE
                               INTO SWITCH-OUT-RECORD
                           END-STRING
                           WRITE SWITCH-OUT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DD-MANDATES-FILE
           END-IF

           CLOSE SWITCH-OUT-FILE

           DISPLAY 'Fichero de traslado con ' WS-SWI-EXPORTED
               ' filas en ' WS-SWI-OUT-PATH
           .

      *> Un abono entrante sobre una cuenta en redireccion se
      *> reenvia automaticamente al banco receptor por el circuito
      *> de transferencia al exterior
       CHECK-SWITCH-REDIRECT.
           PERFORM FIND-SWITCH-REDIRECT
           IF WS-SWI-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           IF WS-APPEND-DATE > WS-SWI-ROW-END
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SWI-ROW-BANK TO WS-EXT-DEST-BANK
           MOVE WS-SWI-ROW-DEST TO WS-EXT-DEST-ACCOUNT

           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-SETTLEMENT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX

           PERFORM APPEND-EXTERNAL-TRANSFER-CSV
           PERFORM APPEND-OUTBOUND-PENDING

           DISPLAY 'Cuenta en traslado: abono reenviado al banco '
               'receptor con referencia ' WS-TX-REF
           .

       FIND-SWITCH-REDIRECT.
           MOVE 'N' TO WS-SWI-FOUND

           OPEN INPUT SWITCH-FILE
           IF WS-SWI-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SWI-FILE-STATUS NOT = '00'
               READ SWITCH-FILE INTO WS-SWI-LINE
      *>       Con la redireccion ya localizada se sigue leyendo
      *>       sin analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-SWI-FILE-STATUS = '00'
                   AND WS-SWI-FOUND = 'N'
                   PERFORM PARSE-SWITCH-LINE
                   IF WS-SWI-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND WS-SWI-ROW-STATE = 'REDIRECT'
                       MOVE 'Y' TO WS-SWI-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SWITCH-FILE
           .

       PARSE-SWITCH-LINE.
           MOVE SPACES TO WS-SWI-ROW-STATE
           MOVE SPACES TO WS-SWI-ROW-END
           UNSTRING WS-SWI-LINE DELIMITED BY ','
               INTO WS-SWI-ROW-ACCOUNT WS-SWI-ROW-BANK
                    WS-SWI-ROW-DEST WS-SWI-ROW-START
                    WS-SWI-ROW-END WS-SWI-ROW-STATE
           END-UNSTRING
           .

      *> Completa el traslado: la redireccion termina y la cuenta
      *> se cierra con el barrido de cierre de siempre
       SWITCH-OUT-COMPLETE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: completar un traslado requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           PERFORM FIND-SWITCH-REDIRECT
           IF WS-SWI-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta no esta en traslado'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           PERFORM MARK-SWITCH-COMPLETED
           PERFORM CLOSE-ACCOUNT-CSV

           DISPLAY 'Traslado completado: cuenta cerrada y saldo '
               'barrido'
           .

       MARK-SWITCH-COMPLETED.
           OPEN INPUT SWITCH-FILE
           IF WS-SWI-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SWITCH-NEW-FILE

           PERFORM UNTIL WS-SWI-FILE-STATUS NOT = '00'
               READ SWITCH-FILE INTO WS-SWI-LINE
               IF WS-SWI-FILE-STATUS = '00'
                   MOVE WS-SWI-LINE TO WS-SWI-ORIG-LINE
                   PERFORM PARSE-SWITCH-LINE
                   IF WS-SWI-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND WS-SWI-ROW-STATE = 'REDIRECT'
                       MOVE SPACES TO WS-SWI-LINE
                       STRING WS-SWI-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-SWI-ROW-BANK DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-SWI-ROW-DEST DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-SWI-ROW-START DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-SWI-ROW-END DELIMITED BY SIZE
                              ',COMPLETED' DELIMITED BY SIZE
                           INTO WS-SWI-LINE
                       END-STRING
                       WRITE SWITCH-NEW-RECORD FROM WS-SWI-LINE
                   ELSE
                       WRITE SWITCH-NEW-RECORD
                           FROM WS-SWI-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SWITCH-NEW-FILE
           CLOSE SWITCH-FILE

           MOVE SPACES TO WS-SWI-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/switch-redirect.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/switch-redirect.csv' DELIMITED BY SIZE
               INTO WS-SWI-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWI-MV-CMD
               GIVING WS-SWI-MV-RC
           .

       SWITCH-OUT-LIST.
           OPEN INPUT SWITCH-FILE
           IF WS-SWI-FILE-STATUS NOT = '00'
               DISPLAY '(sin traslados registrados)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           PERFORM UNTIL WS-SWI-FILE-STATUS NOT = '00'
               READ SWITCH-FILE INTO WS-SWI-LINE
               IF WS-SWI-FILE-STATUS = '00'
                   PERFORM PARSE-SWITCH-LINE
                   DISPLAY '  ' WS-SWI-ROW-ACCOUNT ' -> '
                       WS-SWI-ROW-BANK ' ' WS-SWI-ROW-DEST ' '
                       WS-SWI-ROW-STATE ' (hasta '
                       WS-SWI-ROW-END ')'
               END-IF
           END-PERFORM
           CLOSE SWITCH-FILE
           .

      *> ============================================================
      *> EXENCIONES DE COMISIONES (WAIVERS)
      *> ============================================================

      *> Un "sin comision de mantenimiento" negociado deja de
      *> extornarse a mano cada mes: la exencion vive en el fichero
      *> con ambito (cuenta o cliente), codigo, aprobador y
      *> vencimiento, y FEE-POSTING la aplica antes de cargar
       DO-WAIVER-MENU.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: las exenciones de comisiones '
                   'requieren una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== EXENCIONES DE COMISIONES ====='
           DISPLAY '1 - Conceder exencion'
           DISPLAY '2 - Revocar exencion'
           DISPLAY '3 - Listar exenciones'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-WVR-OPTION

           EVALUATE WS-WVR-OPTION
               WHEN 1
                   PERFORM WAIVER-GRANT
               WHEN 2
                   PERFORM WAIVER-REVOKE
               WHEN 3
                   PERFORM WAIVER-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WAIVER-GRANT.
           DISPLAY 'Ambito (ACCT=cuenta, CUST=cliente): '
               WITH NO ADVANCING
           ACCEPT WS-WVR-SCOPE-IN
           IF WS-WVR-SCOPE-IN NOT = 'ACCT'
               AND WS-WVR-SCOPE-IN NOT = 'CUST'
               DISPLAY 'ERROR: ambito no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cuenta o cliente: ' WITH NO ADVANCING
           ACCEPT WS-WVR-ID-IN
           DISPLAY 'Codigo de comision (ALL = todas): '
               WITH NO ADVANCING
           ACCEPT WS-WVR-CODE-IN
           DISPLAY 'Motivo (sin comas): ' WITH NO ADVANCING
           ACCEPT WS-WVR-REASON-IN
           DISPLAY 'Vencimiento (AAAA-MM-DD, vacio = indefinida): '
               WITH NO ADVANCING
           ACCEPT WS-WVR-EXPIRY-IN

           IF WS-WVR-ID-IN = SPACES OR WS-WVR-REASON-IN = SPACES
               DISPLAY 'ERROR: id y motivo son obligatorios'
               EXIT PARAGRAPH
           END-IF
           IF WS-WVR-CODE-IN = SPACES
               MOVE 'ALL' TO WS-WVR-CODE-IN
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-WVR-LINE
           STRING WS-WVR-SCOPE-IN  DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-WVR-ID-IN     DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-WVR-CODE-IN   DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-WVR-REASON-IN DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-TELLER-ID     DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-WVR-EXPIRY-IN DELIMITED BY SIZE
                  ',ACTIVE,'       DELIMITED BY SIZE
                  WS-APPEND-DATE   DELIMITED BY SIZE
               INTO WS-WVR-LINE
           END-STRING

           OPEN EXTEND WAIVERS-FILE
           IF WS-WVR-FILE-STATUS = '05'
               OR WS-WVR-FILE-STATUS = '35'
               OPEN OUTPUT WAIVERS-FILE
           END-IF
           WRITE WAIVERS-RECORD FROM WS-WVR-LINE
           CLOSE WAIVERS-FILE

           MOVE 'EXENCION-ALTA' TO WS-MA-ACTION
           MOVE WS-WVR-ID-IN TO WS-MA-ENTITY
           MOVE 'COMISION' TO WS-MA-FIELD
           MOVE WS-WVR-CODE-IN TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Exencion concedida'
           .

       WAIVER-REVOKE.
           DISPLAY 'Ambito (ACCT/CUST): ' WITH NO ADVANCING
           ACCEPT WS-WVR-SCOPE-IN
           DISPLAY 'Cuenta o cliente: ' WITH NO ADVANCING
           ACCEPT WS-WVR-ID-IN
           DISPLAY 'Codigo de comision: ' WITH NO ADVANCING
           ACCEPT WS-WVR-CODE-IN

           PERFORM REWRITE-WAIVERS
           IF WS-WVR-FOUND = 'N'
               DISPLAY 'ERROR: exencion activa no encontrada'
               EXIT PARAGRAPH
           END-IF

           MOVE 'EXENCION-BAJA' TO WS-MA-ACTION
           MOVE WS-WVR-ID-IN TO WS-MA-ENTITY
           MOVE 'COMISION' TO WS-MA-FIELD
           MOVE WS-WVR-CODE-IN TO WS-MA-OLD
           MOVE 'REVOKED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Exencion revocada'
           .

       WAIVER-LIST.
           MOVE 0 TO WS-WVR-LIST-COUNT
           OPEN INPUT WAIVERS-FILE
           IF WS-WVR-FILE-STATUS NOT = '00'
               DISPLAY '(sin exenciones registradas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           PERFORM UNTIL WS-WVR-FILE-STATUS NOT = '00'
               READ WAIVERS-FILE INTO WS-WVR-LINE
               IF WS-WVR-FILE-STATUS = '00'
                   PERFORM PARSE-WAIVER-LINE
                   ADD 1 TO WS-WVR-LIST-COUNT
                   DISPLAY '  ' WS-WVR-ROW-SCOPE ' '
                       WS-WVR-ROW-ID ' ' WS-WVR-ROW-CODE ' '
                       WS-WVR-ROW-STATE ' (' WS-WVR-ROW-REASON
                       ', vence ' WS-WVR-ROW-EXPIRY ')'
               END-IF
           END-PERFORM
           CLOSE WAIVERS-FILE

           DISPLAY 'Total: ' WS-WVR-LIST-COUNT
           .

       PARSE-WAIVER-LINE.
           MOVE SPACES TO WS-WVR-ROW-EXPIRY
           MOVE SPACES TO WS-WVR-ROW-STATE
           MOVE SPACES TO WS-WVR-ROW-DATE
           UNSTRING WS-WVR-LINE DELIMITED BY ','
               INTO WS-WVR-ROW-SCOPE WS-WVR-ROW-ID
                    WS-WVR-ROW-CODE WS-WVR-ROW-REASON
                    WS-WVR-ROW-APPROVER WS-WVR-ROW-EXPIRY
                    WS-WVR-ROW-STATE WS-WVR-ROW-DATE
           END-UNSTRING
           .

      *> Reescritura .new + mv: la exencion ACTIVE que casa pasa a
      *> REVOKED conservando el resto de campos
       REWRITE-WAIVERS.
           MOVE 'N' TO WS-WVR-FOUND

           OPEN INPUT WAIVERS-FILE
           IF WS-WVR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WAIVERS-NEW-FILE

           PERFORM UNTIL WS-WVR-FILE-STATUS NOT = '00'
               READ WAIVERS-FILE INTO WS-WVR-LINE
               IF WS-WVR-FILE-STATUS = '00'
                   MOVE WS-WVR-LINE TO WS-WVR-ORIG-LINE
                   PERFORM PARSE-WAIVER-LINE
                   IF WS-WVR-ROW-SCOPE = WS-WVR-SCOPE-IN
                       AND WS-WVR-ROW-ID = WS-WVR-ID-IN
                       AND WS-WVR-ROW-CODE = WS-WVR-CODE-IN
                       AND WS-WVR-ROW-STATE = 'ACTIVE'
                       MOVE 'Y' TO WS-WVR-FOUND
                       PERFORM SET-APPEND-DATE
                       MOVE SPACES TO WS-WVR-LINE
                       STRING WS-WVR-ROW-SCOPE DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-WVR-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-WVR-ROW-CODE DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-WVR-ROW-REASON
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-WVR-ROW-APPROVER
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-WVR-ROW-EXPIRY DELIMITED BY SIZE
                              ',REVOKED,' DELIMITED BY SIZE
                              WS-APPEND-DATE DELIMITED BY SIZE
                           INTO WS-WVR-LINE
                       END-STRING
                       WRITE WAIVERS-NEW-RECORD FROM WS-WVR-LINE
                   ELSE
                       WRITE WAIVERS-NEW-RECORD
                           FROM WS-WVR-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE WAIVERS-NEW-FILE
           CLOSE WAIVERS-FILE

           MOVE SPACES TO WS-WVR-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/fee-waivers.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/fee-waivers.csv' DELIMITED BY SIZE
               INTO WS-WVR-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-WVR-MV-CMD
               GIVING WS-WVR-MV-RC
           IF WS-WVR-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir fee-waivers'
           END-IF
           .

      *> ============================================================
      *> AVISOS DE SERVICIO (MEMOS)
      *> ============================================================

      *> "Verificar DNI siempre", "no renovar el descubierto",
      *> "cliente vulnerable: avisar al gestor": antes vivian en
      *> post-its; ahora son filas con ambito (cuenta o cliente),
      *> severidad, autor y vencimiento, y saltan solas al teclear
      *> la cuenta o el cliente
       DO-MEMO-MENU.
           DISPLAY ' '
           DISPLAY '===== AVISOS DE SERVICIO ====='
           DISPLAY '1 - Crear aviso'
           DISPLAY '2 - Revocar aviso'
           DISPLAY '3 - Listar avisos (historial completo)'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-MEMO-OPTION

           EVALUATE WS-MEMO-OPTION
               WHEN 1
                   PERFORM MEMO-ADD
               WHEN 2
                   PERFORM MEMO-REVOKE
               WHEN 3
                   PERFORM MEMO-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       MEMO-ADD.
           DISPLAY 'Ambito (ACCT=cuenta, CUST=cliente): '
               WITH NO ADVANCING
           ACCEPT WS-MEMO-ROW-SCOPE
           IF WS-MEMO-ROW-SCOPE NOT = 'ACCT'
               AND WS-MEMO-ROW-SCOPE NOT = 'CUST'
               DISPLAY 'ERROR: ambito no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cuenta o cliente: ' WITH NO ADVANCING
           ACCEPT WS-MEMO-ROW-ID
           DISPLAY 'Severidad (INFO/AVISO/BLOQUEO): '
               WITH NO ADVANCING
           ACCEPT WS-MEMO-ROW-SEVERITY
           IF WS-MEMO-ROW-SEVERITY NOT = 'INFO'
               AND WS-MEMO-ROW-SEVERITY NOT = 'AVISO'
               AND WS-MEMO-ROW-SEVERITY NOT = 'BLOQUEO'
               DISPLAY 'ERROR: severidad no valida'
               EXIT PARAGRAPH
           END-IF

      *>   Un BLOQUEO para la operativa: solo lo pone (y quita)
      *>   un supervisor
           IF WS-MEMO-ROW-SEVERITY = 'BLOQUEO'
               AND NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: los avisos BLOQUEO requieren una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Texto del aviso (sin comas): '
               WITH NO ADVANCING
           ACCEPT WS-MEMO-ROW-TEXT
           DISPLAY 'Vencimiento (AAAA-MM-DD, vacio = indefinido): '
               WITH NO ADVANCING
           ACCEPT WS-MEMO-ROW-EXPIRY

           IF WS-MEMO-ROW-ID = SPACES
               OR WS-MEMO-ROW-TEXT = SPACES
               DISPLAY 'ERROR: id y texto son obligatorios'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-MEMO-LINE
           STRING WS-MEMO-ROW-SCOPE    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-MEMO-ROW-ID       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-MEMO-ROW-SEVERITY DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMO-ROW-TEXT)
                                       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-MEMO-ROW-EXPIRY   DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ',ACTIVE,'           DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-MEMO-LINE
           END-STRING

           OPEN EXTEND MEMOS-FILE
           IF WS-MEMO-FILE-STATUS = '05'
               OR WS-MEMO-FILE-STATUS = '35'
               OPEN OUTPUT MEMOS-FILE
           END-IF
           WRITE MEMOS-RECORD FROM WS-MEMO-LINE
           CLOSE MEMOS-FILE

           MOVE 'MEMO-ALTA' TO WS-MA-ACTION
           MOVE WS-MEMO-ROW-ID TO WS-MA-ENTITY
           MOVE WS-MEMO-ROW-SEVERITY TO WS-MA-FIELD
           MOVE WS-MEMO-ROW-TEXT TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Aviso creado'
           .

       MEMO-REVOKE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: revocar avisos requiere una sesion '
                   'de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Ambito (ACCT/CUST): ' WITH NO ADVANCING
           ACCEPT WS-MEMO-SCOPE-IN
           DISPLAY 'Cuenta o cliente: ' WITH NO ADVANCING
           ACCEPT WS-MEMO-ID-IN
           DISPLAY 'Texto exacto del aviso: ' WITH NO ADVANCING
           ACCEPT WS-MEMO-TEXT-IN

           PERFORM REWRITE-MEMOS
           IF WS-MEMO-FOUND = 'N'
               DISPLAY 'ERROR: aviso activo no encontrado'
               EXIT PARAGRAPH
           END-IF

           MOVE 'MEMO-BAJA' TO WS-MA-ACTION
           MOVE WS-MEMO-ID-IN TO WS-MA-ENTITY
           MOVE 'AVISO' TO WS-MA-FIELD
           MOVE WS-MEMO-TEXT-IN TO WS-MA-OLD
           MOVE 'REVOKED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Aviso revocado'
           .

      *> El historial completo: las filas revocadas se conservan
      *> con su estado y fecha, nada se borra
       MEMO-LIST.
           MOVE 0 TO WS-MEMO-SHOWN
           OPEN INPUT MEMOS-FILE
           IF WS-MEMO-FILE-STATUS NOT = '00'
               DISPLAY '(sin avisos registrados)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           PERFORM UNTIL WS-MEMO-FILE-STATUS NOT = '00'
               READ MEMOS-FILE INTO WS-MEMO-LINE
               IF WS-MEMO-FILE-STATUS = '00'
                   PERFORM PARSE-MEMO-LINE
                   ADD 1 TO WS-MEMO-SHOWN
                   DISPLAY '  ' WS-MEMO-ROW-SCOPE ' '
                       WS-MEMO-ROW-ID ' [' WS-MEMO-ROW-SEVERITY
                       '] ' FUNCTION TRIM(WS-MEMO-ROW-TEXT) ' ('
                       WS-MEMO-ROW-STATE ', autor '
                       WS-MEMO-ROW-AUTHOR ', vence '
                       WS-MEMO-ROW-EXPIRY ')'
               END-IF
           END-PERFORM
           CLOSE MEMOS-FILE

           DISPLAY 'Total: ' WS-MEMO-SHOWN
           .

       PARSE-MEMO-LINE.
           MOVE SPACES TO WS-MEMO-ROW-EXPIRY
           MOVE SPACES TO WS-MEMO-ROW-AUTHOR
           MOVE SPACES TO WS-MEMO-ROW-STATE
           MOVE SPACES TO WS-MEMO-ROW-DATE
           UNSTRING WS-MEMO-LINE DELIMITED BY ','
               INTO WS-MEMO-ROW-SCOPE WS-MEMO-ROW-ID
                    WS-MEMO-ROW-SEVERITY WS-MEMO-ROW-TEXT
                    WS-MEMO-ROW-EXPIRY WS-MEMO-ROW-AUTHOR
                    WS-MEMO-ROW-STATE WS-MEMO-ROW-DATE
           END-UNSTRING
           .

      *> Reescritura .new + mv: el aviso ACTIVE que casa pasa a
      *> REVOKED conservando el resto de campos (historial)
       REWRITE-MEMOS.
           MOVE 'N' TO WS-MEMO-FOUND

           OPEN INPUT MEMOS-FILE
           IF WS-MEMO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MEMOS-NEW-FILE

           PERFORM UNTIL WS-MEMO-FILE-STATUS NOT = '00'
               READ MEMOS-FILE INTO WS-MEMO-LINE
               IF WS-MEMO-FILE-STATUS = '00'
                   MOVE WS-MEMO-LINE TO WS-MEMO-ORIG-LINE
                   PERFORM PARSE-MEMO-LINE
                   IF WS-MEMO-ROW-SCOPE = WS-MEMO-SCOPE-IN
                       AND WS-MEMO-ROW-ID = WS-MEMO-ID-IN
                       AND WS-MEMO-ROW-TEXT = WS-MEMO-TEXT-IN
                       AND WS-MEMO-ROW-STATE = 'ACTIVE'
                       MOVE 'Y' TO WS-MEMO-FOUND
                       PERFORM SET-APPEND-DATE
                       MOVE SPACES TO WS-MEMO-LINE
                       STRING WS-MEMO-ROW-SCOPE
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-MEMO-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-MEMO-ROW-SEVERITY
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-MEMO-ROW-TEXT)
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-MEMO-ROW-EXPIRY
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-MEMO-ROW-AUTHOR
                                  DELIMITED BY SPACE
                              ',REVOKED,' DELIMITED BY SIZE
                              WS-APPEND-DATE DELIMITED BY SIZE
                           INTO WS-MEMO-LINE
                       END-STRING
                       WRITE MEMOS-NEW-RECORD FROM WS-MEMO-LINE
                   ELSE
                       WRITE MEMOS-NEW-RECORD
                           FROM WS-MEMO-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MEMOS-NEW-FILE
           CLOSE MEMOS-FILE

           MOVE SPACES TO WS-MEMO-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/memo-flags.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/memo-flags.csv' DELIMITED BY SIZE
               INTO WS-MEMO-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-MEMO-MV-CMD
               GIVING WS-MEMO-MV-RC
           IF WS-MEMO-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir memo-flags'
           END-IF
           .

      *> Muestra los avisos ACTIVE y no vencidos del ambito e id
      *> dejados en WS-MEMO-SCOPE-IN / WS-MEMO-ID-IN; si alguno es
      *> BLOQUEO exige confirmacion y deja WS-MEMO-ACK = 'N' si el
      *> cajero no la da (el llamador anula la entrada)
       SHOW-MEMO-FLAGS.
           MOVE 'Y' TO WS-MEMO-ACK
           MOVE 'N' TO WS-MEMO-BLOCKING
           MOVE 0 TO WS-MEMO-SHOWN

           PERFORM SHOW-RETURNED-MAIL-MEMO

           OPEN INPUT MEMOS-FILE
           IF WS-MEMO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MEMO-FILE-STATUS NOT = '00'
               READ MEMOS-FILE INTO WS-MEMO-LINE
               IF WS-MEMO-FILE-STATUS = '00'
                   PERFORM SHOW-ONE-MEMO-LINE
               END-IF
           END-PERFORM
           CLOSE MEMOS-FILE

           IF WS-MEMO-BLOCKING = 'Y'
               DISPLAY 'Hay un aviso BLOQUEO: confirme que lo ha '
                   'leido antes de seguir (S/N): '
                   WITH NO ADVANCING
               ACCEPT WS-MEMO-ACK
               IF WS-MEMO-ACK NOT = 'S'
                   MOVE 'N' TO WS-MEMO-ACK
                   DISPLAY 'Operacion detenida por aviso BLOQUEO'
               ELSE
                   MOVE 'Y' TO WS-MEMO-ACK
               END-IF
           END-IF
           .

       SHOW-ONE-MEMO-LINE.
           PERFORM PARSE-MEMO-LINE
           IF WS-MEMO-ROW-SCOPE NOT = WS-MEMO-SCOPE-IN
               OR WS-MEMO-ROW-ID NOT = WS-MEMO-ID-IN
               OR WS-MEMO-ROW-STATE NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF
           IF WS-MEMO-ROW-EXPIRY NOT = SPACES
               AND WS-MEMO-ROW-EXPIRY < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MEMO-SHOWN
           DISPLAY '*** AVISO [' WS-MEMO-ROW-SEVERITY '] '
               FUNCTION TRIM(WS-MEMO-ROW-TEXT)
               ' (autor ' WS-MEMO-ROW-AUTHOR ') ***'
           IF WS-MEMO-ROW-SEVERITY = 'BLOQUEO'
               MOVE 'Y' TO WS-MEMO-BLOCKING
           END-IF
           .

      *> Aviso de correo devuelto: no es una fila de memo-flags
      *> sino la propia marca del CIF, asi que desaparece sola al
      *> quitar la marca. Para una cuenta se mira a sus titulares
       SHOW-RETURNED-MAIL-MEMO.
           IF WS-MEMO-SCOPE-IN = 'CUST'
               MOVE WS-MEMO-ID-IN TO WS-RM-KEY
               PERFORM SHOW-ONE-RETURNED-MAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RM-LINK-SUB FROM 1 BY 1
               UNTIL WS-RM-LINK-SUB > WS-CUST-LINK-COUNT
               IF LINK-ACCOUNT-ID(WS-RM-LINK-SUB) = WS-MEMO-ID-IN
                   MOVE LINK-CUST-ID(WS-RM-LINK-SUB) TO WS-RM-KEY
                   PERFORM SHOW-ONE-RETURNED-MAIL
               END-IF
           END-PERFORM
           .

       SHOW-ONE-RETURNED-MAIL.
           PERFORM VARYING WS-RM-CUST-SUB FROM 1 BY 1
               UNTIL WS-RM-CUST-SUB > WS-CUST-COUNT
               IF CUST-ID(WS-RM-CUST-SUB) = WS-RM-KEY
                   AND CUST-RETMAIL-DATE(WS-RM-CUST-SUB) NOT = SPACES
                   ADD 1 TO WS-MEMO-SHOWN
                   DISPLAY '*** AVISO [CORREO] Correo devuelto el '
                       CUST-RETMAIL-DATE(WS-RM-CUST-SUB) ' ('
                       FUNCTION TRIM(
                           CUST-RETMAIL-REASON(WS-RM-CUST-SUB))
                       '): actualice la direccion del cliente '
                       FUNCTION TRIM(WS-RM-KEY) ' ***'
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> TARJETAS DEL KIOSCO
      *> ============================================================

      *> Ciclo de vida de la tarjeta sobre data/cards.csv (el mismo
      *> registro que lee MBKIOSK): alta, sustitucion (la vieja
      *> queda HOTLISTED y no vuelve a operar), PIN nuevo, bloqueo
      *> y consulta por cuenta. El desbloqueo no surte efecto con
      *> una sola firma: queda en la cola de cambios hasta que un
      *> supervisor lo aplique (opcion 30)
       DO-CARD-MENU.
           DISPLAY ' '
           DISPLAY '===== TARJETAS DEL KIOSCO ====='
           DISPLAY '1 - Emitir tarjeta'
           DISPLAY '2 - Sustituir tarjeta (perdida/robo/deterioro)'
           DISPLAY '3 - Restablecer PIN'
           DISPLAY '4 - Bloquear tarjeta'
           DISPLAY '5 - Desbloquear tarjeta (aprueba un supervisor)'
           DISPLAY '6 - Listar tarjetas de una cuenta'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-CARD-OPTION

           EVALUATE WS-CARD-OPTION
               WHEN 1
                   PERFORM CARD-ISSUE
               WHEN 2
                   PERFORM CARD-REPLACE
               WHEN 3
                   PERFORM CARD-PIN-RESET
               WHEN 4
                   PERFORM CARD-BLOCK
               WHEN 5
                   PERFORM CARD-UNBLOCK-REQUEST
               WHEN 6
                   PERFORM CARD-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CARD-ISSUE.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-STATUS(WS-ACC-INDEX) = 'CLOSED'
                   DISPLAY 'ERROR: la cuenta esta cerrada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CARD-NEXT-FREE-NUMBER
           PERFORM CARD-NEW-PIN

           MOVE WS-CARD-NUMBER-IN TO WS-CARD-ROW-NUMBER
           MOVE HASH-STORED TO WS-CARD-ROW-PIN
           MOVE WS-TMP-ACCOUNT TO WS-CARD-ROW-ACCOUNT
           MOVE 'ACTIVE' TO WS-CARD-ROW-STATUS
           MOVE '0' TO WS-CARD-ROW-FAILS
           PERFORM APPEND-CARD-ROW

           MOVE SPACES TO WS-MA-OLD
           MOVE 'TARJ-ALTA' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'CUENTA' TO WS-MA-FIELD
           MOVE WS-CARD-ROW-ACCOUNT TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Tarjeta emitida: ' WS-CARD-ROW-NUMBER
           DISPLAY 'PIN inicial (sobre ciego, no se vuelve a '
               'mostrar): ' WS-CARD-PIN-CLEAR
           .

      *> La tarjeta perdida pasa a HOTLISTED y la nueva hereda
      *> cuenta y PIN (el cliente no tiene que aprender otro; si
      *> el PIN pudo verse comprometido, se restablece aparte)
       CARD-REPLACE.
           PERFORM ASK-CARD-NUMBER
           IF WS-CARD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-ROW-NUMBER TO WS-CARD-OLD-NUMBER
           MOVE 'HOTLISTED' TO WS-MA-NEW
           MOVE WS-CARD-ROW-STATUS TO WS-MA-OLD
           MOVE 'HOTLISTED' TO WS-CARD-ROW-STATUS
           PERFORM REWRITE-CARD-ROW

           MOVE 'TARJ-SUSTIT' TO WS-MA-ACTION
           MOVE WS-CARD-OLD-NUMBER TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           PERFORM APPEND-MAINT-AUDIT

      *>   Los datos de la vieja se guardan antes de que la busqueda
      *>   de numero libre reutilice WS-CARD-ROW-*
           MOVE WS-CARD-ROW-PIN TO HASH-STORED
           MOVE WS-CARD-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           PERFORM CARD-NEXT-FREE-NUMBER

           MOVE WS-CARD-NUMBER-IN TO WS-CARD-ROW-NUMBER
           MOVE HASH-STORED TO WS-CARD-ROW-PIN
           MOVE WS-TMP-ACCOUNT TO WS-CARD-ROW-ACCOUNT
           MOVE 'ACTIVE' TO WS-CARD-ROW-STATUS
           MOVE '0' TO WS-CARD-ROW-FAILS
           PERFORM APPEND-CARD-ROW

           MOVE 'TARJ-ALTA' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'SUSTITUYE' TO WS-MA-FIELD
           MOVE WS-CARD-OLD-NUMBER TO WS-MA-OLD
           MOVE WS-CARD-ROW-ACCOUNT TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Tarjeta ' WS-CARD-OLD-NUMBER ' en lista negra'
           DISPLAY 'Tarjeta nueva: ' WS-CARD-ROW-NUMBER
               ' (mismo PIN)'
           .

      *> PIN nuevo y contador de fallos a cero; el estado no se
      *> toca (una tarjeta BLOCKED sigue necesitando desbloqueo)
       CARD-PIN-RESET.
           PERFORM ASK-CARD-NUMBER
           IF WS-CARD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM CARD-NEW-PIN
           MOVE HASH-STORED TO WS-CARD-ROW-PIN
           MOVE '0' TO WS-CARD-ROW-FAILS
           PERFORM REWRITE-CARD-ROW

           MOVE SPACES TO WS-MA-OLD
           MOVE 'TARJ-PIN' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'PIN' TO WS-MA-FIELD
           MOVE 'RESTABLECIDO' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'PIN nuevo (sobre ciego, no se vuelve a '
               'mostrar): ' WS-CARD-PIN-CLEAR
           IF WS-CARD-ROW-STATUS NOT = 'ACTIVE'
               DISPLAY 'Aviso: la tarjeta sigue '
                   FUNCTION TRIM(WS-CARD-ROW-STATUS)
           END-IF
           .

       CARD-BLOCK.
           PERFORM ASK-CARD-NUMBER
           IF WS-CARD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-ROW-STATUS NOT = 'ACTIVE'
               DISPLAY 'ERROR: la tarjeta ya esta '
                   FUNCTION TRIM(WS-CARD-ROW-STATUS)
               EXIT PARAGRAPH
           END-IF

           MOVE 'BLOCKED' TO WS-CARD-ROW-STATUS
           PERFORM REWRITE-CARD-ROW

           MOVE 'TARJ-BLOQ' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'ACTIVE' TO WS-MA-OLD
           MOVE 'BLOCKED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Tarjeta bloqueada: ' WS-CARD-ROW-NUMBER
           .

      *> Maker-checker: se encola y lo aplica OTRO supervisor en
      *> la opcion 30 (APPLY-CARD-UNBLOCK)
       CARD-UNBLOCK-REQUEST.
           PERFORM ASK-CARD-NUMBER
           IF WS-CARD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-ROW-STATUS NOT = 'BLOCKED'
               DISPLAY 'ERROR: solo se desbloquea una tarjeta '
                   'BLOCKED (esta: '
                   FUNCTION TRIM(WS-CARD-ROW-STATUS) ')'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-ROW-NUMBER TO WS-CHG-PAYLOAD-IN
           MOVE 'CARD-UNBLOCK' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           MOVE SPACES TO WS-MA-OLD
           MOVE 'TARJ-DESBL-SOL' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'CAMBIO' TO WS-MA-FIELD
           MOVE WS-CHG-ROW-ID TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo un supervisor (opcion 30)'
           .

      *> Aplicacion del desbloqueo aprobado: vuelve a ACTIVE con
      *> los fallos a cero; si entretanto la tarjeta dejo de estar
      *> BLOCKED (sustituida, p. ej.) no se toca
       APPLY-CARD-UNBLOCK.
           MOVE WS-CHG-APPLY-LINE TO WS-CARD-NUMBER-IN
           PERFORM FIND-CARD-IN-REGISTER
           IF WS-CARD-FOUND = 'N'
               OR WS-CARD-ROW-STATUS NOT = 'BLOCKED'
               DISPLAY 'AVISO: la tarjeta ya no esta BLOCKED, no '
                   'se aplica nada'
               EXIT PARAGRAPH
           END-IF

           MOVE 'ACTIVE' TO WS-CARD-ROW-STATUS
           MOVE '0' TO WS-CARD-ROW-FAILS
           PERFORM REWRITE-CARD-ROW

           MOVE 'TARJ-DESBLQ' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'BLOCKED' TO WS-MA-OLD
           MOVE 'ACTIVE' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

       CARD-LIST.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CARD-LIST-COUNT
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-FILE-STATUS NOT = '00'
               DISPLAY '(sin tarjetas registradas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           PERFORM UNTIL WS-CARDS-FILE-STATUS NOT = '00'
               READ CARDS-FILE INTO WS-CARD-LINE
               IF WS-CARDS-FILE-STATUS = '00'
                   PERFORM PARSE-CARD-LINE
                   IF WS-CARD-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       ADD 1 TO WS-CARD-LIST-COUNT
                       DISPLAY '  ' WS-CARD-ROW-NUMBER ' '
                           WS-CARD-ROW-STATUS ' fallos PIN: '
                           FUNCTION TRIM(WS-CARD-ROW-FAILS)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARDS-FILE

           DISPLAY 'Total: ' WS-CARD-LIST-COUNT
           .

      *> Pide el numero y deja la fila en WS-CARD-ROW-*; una
      *> tarjeta HOTLISTED es definitiva y no admite mas acciones
       ASK-CARD-NUMBER.
           DISPLAY 'Numero de tarjeta: ' WITH NO ADVANCING
           ACCEPT WS-CARD-NUMBER-IN
           PERFORM FIND-CARD-IN-REGISTER
           IF WS-CARD-FOUND = 'N'
               DISPLAY 'ERROR: tarjeta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-ROW-STATUS = 'HOTLISTED'
               DISPLAY 'ERROR: tarjeta en lista negra (HOTLISTED)'
               MOVE 'N' TO WS-CARD-FOUND
           END-IF
           .

       PARSE-CARD-LINE.
           MOVE SPACES TO WS-CARD-ROW-PIN
           MOVE SPACES TO WS-CARD-ROW-ACCOUNT
           MOVE SPACES TO WS-CARD-ROW-STATUS
           MOVE SPACES TO WS-CARD-ROW-FAILS
           UNSTRING WS-CARD-LINE DELIMITED BY ','
               INTO WS-CARD-ROW-NUMBER WS-CARD-ROW-PIN
                    WS-CARD-ROW-ACCOUNT WS-CARD-ROW-STATUS
                    WS-CARD-ROW-FAILS
           END-UNSTRING
           IF WS-CARD-ROW-STATUS = SPACES
               MOVE 'ACTIVE' TO WS-CARD-ROW-STATUS
           END-IF
           IF WS-CARD-ROW-FAILS = SPACES
               MOVE '0' TO WS-CARD-ROW-FAILS
           END-IF
           .

       FIND-CARD-IN-REGISTER.
           MOVE 'N' TO WS-CARD-FOUND
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CARDS-FILE-STATUS NOT = '00'
               OR WS-CARD-FOUND = 'Y'
               READ CARDS-FILE INTO WS-CARD-LINE
               IF WS-CARDS-FILE-STATUS = '00'
                   PERFORM PARSE-CARD-LINE
                   IF WS-CARD-ROW-NUMBER = WS-CARD-NUMBER-IN
                       MOVE 'Y' TO WS-CARD-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARDS-FILE
           .

       BUILD-CARD-LINE.
           MOVE SPACES TO WS-CARD-NEW-LINE
           STRING WS-CARD-ROW-NUMBER  DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CARD-ROW-PIN     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CARD-ROW-ACCOUNT DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CARD-ROW-STATUS  DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-CARD-ROW-FAILS   DELIMITED BY SPACE
               INTO WS-CARD-NEW-LINE
           END-STRING
           .

       APPEND-CARD-ROW.
           PERFORM BUILD-CARD-LINE
           OPEN EXTEND CARDS-FILE
           IF WS-CARDS-FILE-STATUS = '05'
               OR WS-CARDS-FILE-STATUS = '35'
               OPEN OUTPUT CARDS-FILE
           END-IF
           WRITE CARDS-RECORD FROM WS-CARD-NEW-LINE
           CLOSE CARDS-FILE
           .

      *> Reescritura .new + mv: la fila de WS-CARD-ROW-NUMBER se
      *> sustituye por WS-CARD-ROW-*; el resto se copia tal cual
       REWRITE-CARD-ROW.
           PERFORM BUILD-CARD-LINE

           OPEN INPUT CARDS-FILE
           IF WS-CARDS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CARDS-NEW-FILE

           PERFORM UNTIL WS-CARDS-FILE-STATUS NOT = '00'
               READ CARDS-FILE INTO WS-CARD-LINE
               IF WS-CARDS-FILE-STATUS = '00'
                   MOVE SPACES TO WS-CARD-SCAN-NUMBER
                   UNSTRING WS-CARD-LINE DELIMITED BY ','
                       INTO WS-CARD-SCAN-NUMBER
                   END-UNSTRING
                   IF WS-CARD-SCAN-NUMBER = WS-CARD-ROW-NUMBER
                       WRITE CARDS-NEW-RECORD FROM WS-CARD-NEW-LINE
                   ELSE
                       WRITE CARDS-NEW-RECORD FROM WS-CARD-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CARDS-NEW-FILE
           CLOSE CARDS-FILE

           MOVE SPACES TO WS-CARD-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv' DELIMITED BY SIZE
               INTO WS-CARD-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CARD-MV-CMD
               GIVING WS-CARD-MV-RC
           IF WS-CARD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir cards.csv'
           END-IF
           .

      *> Numero nuevo en WS-CARD-NUMBER-IN; si un numero cargado a
      *> mano ya ocupara el correlativo se salta al siguiente
       CARD-NEXT-FREE-NUMBER.
           MOVE 'Y' TO WS-CARD-FOUND
           PERFORM UNTIL WS-CARD-FOUND = 'N'
               PERFORM NEXT-CARD-NUMBER
               PERFORM FIND-CARD-IN-REGISTER
           END-PERFORM
           .

       NEXT-CARD-NUMBER.
           MOVE 0 TO WS-CARD-NUMBER

           OPEN INPUT CARD-COUNTER-FILE
           IF WS-CARD-CTR-STATUS = '00'
               READ CARD-COUNTER-FILE INTO WS-CARD-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-CARD-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-CARD-CTR-STR)
                               TO WS-CARD-NUMBER
                       END-IF
               END-READ
               CLOSE CARD-COUNTER-FILE
           END-IF

           ADD 1 TO WS-CARD-NUMBER

           MOVE WS-CARD-NUMBER TO WS-CARD-CTR-STR
           OPEN OUTPUT CARD-COUNTER-FILE
           WRITE CARD-COUNTER-RECORD FROM WS-CARD-CTR-STR
           CLOSE CARD-COUNTER-FILE

           MOVE SPACES TO WS-CARD-NUMBER-IN
           STRING WS-CARD-BIN    DELIMITED BY SIZE
                  WS-CARD-NUMBER DELIMITED BY SIZE
               INTO WS-CARD-NUMBER-IN
           END-STRING

      *>   Luhn sobre las 15 cifras: desde la derecha se duplica
      *>   una si y otra no, empezando por la ultima
           MOVE 0 TO WS-CARD-LUHN-SUM
           PERFORM VARYING WS-CARD-LUHN-POS FROM 15 BY -1
               UNTIL WS-CARD-LUHN-POS < 1
               MOVE WS-CARD-NUMBER-IN(WS-CARD-LUHN-POS:1)
                   TO WS-CARD-LUHN-WORK
               IF FUNCTION MOD(WS-CARD-LUHN-POS, 2) = 1
                   COMPUTE WS-CARD-LUHN-WORK = WS-CARD-LUHN-WORK * 2
                   IF WS-CARD-LUHN-WORK > 9
                       SUBTRACT 9 FROM WS-CARD-LUHN-WORK
                   END-IF
               END-IF
               ADD WS-CARD-LUHN-WORK TO WS-CARD-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CARD-LUHN-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CARD-LUHN-SUM, 10),
                            10)
           MOVE WS-CARD-LUHN-DIGIT TO WS-CARD-NUMBER-IN(16:1)
           .

      *> PIN aleatorio de 4 cifras en WS-CARD-PIN-CLEAR y su huella
      *> en HASH-STORED
       CARD-NEW-PIN.
           IF WS-CARD-SEEDED = 'N'
               ACCEPT WS-CARD-SEED-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CARD-SEED-TIME FROM TIME
               COMPUTE WS-CARD-SEED = FUNCTION MOD(
                   WS-CARD-SEED-DATE * 100000000 + WS-CARD-SEED-TIME,
                   999999937)
               COMPUTE WS-CARD-RANDOM = FUNCTION RANDOM(WS-CARD-SEED)
               MOVE 'Y' TO WS-CARD-SEEDED
           END-IF

           COMPUTE WS-CARD-RANDOM = FUNCTION RANDOM
           COMPUTE WS-CARD-PIN-CLEAR = WS-CARD-RANDOM * 10000

           MOVE 'MAKE' TO HASH-FUNC
           MOVE WS-CARD-PIN-CLEAR TO HASH-SECRET
           CALL 'MBHASH' USING HASH-REQUEST
           .

      *> ============================================================
      *> LIBRETA (PASSBOOK)
      *> ============================================================

      *> Buena parte de los clientes mayores operan con libreta y
      *> se rellenaba a boligrafo: la actualizacion trae SOLO los
      *> movimientos posteriores al puntero (via el maestro
      *> indexado, como el mini-extracto) y los imprime en columnas
      *> fijas con linea de saldo arrastrado; la reemision rehace
      *> una libreta nueva desde la fecha elegida
       DO-PASSBOOK-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: la libreta opera sobre el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== LIBRETA ====='
           DISPLAY '1 - Actualizar libreta (desde el puntero)'
           DISPLAY '2 - Reemitir libreta desde una fecha'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-PB-OPTION

           EVALUATE WS-PB-OPTION
               WHEN 1
                   PERFORM PASSBOOK-UPDATE
               WHEN 2
                   PERFORM PASSBOOK-REISSUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PASSBOOK-UPDATE.
           PERFORM ASK-ACCOUNT
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PASSBOOK-POINTER
           PERFORM PB-COLLECT-MOVEMENTS

           IF WS-PB-MOVE-COUNT <= WS-PB-POINTER
               DISPLAY 'La libreta ya esta al dia ('
                   WS-PB-POINTER ' movimientos impresos)'
               EXIT PARAGRAPH
           END-IF

           PERFORM PB-PRINT-FROM-POINTER

           MOVE WS-PB-MOVE-COUNT TO WS-PB-POINTER
           PERFORM REWRITE-PASSBOOK-POINTER

           DISPLAY 'Libreta actualizada: ' WS-PB-PRINTED
               ' lineas impresas en ' WS-PB-OUT-PATH
           .

      *> Libreta nueva: imprime desde la fecha elegida y deja el
      *> puntero al final, como si la libreta vieja no existiera
       PASSBOOK-REISSUE.
           PERFORM ASK-ACCOUNT
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Imprimir desde fecha (AAAA-MM-DD): '
               WITH NO ADVANCING
           ACCEPT WS-PB-FROM-DATE
           IF WS-PB-FROM-DATE = SPACES
               DISPLAY 'ERROR: indique la fecha'
               EXIT PARAGRAPH
           END-IF

           PERFORM PB-COLLECT-MOVEMENTS

      *>   El puntero de la reemision es el primer movimiento con
      *>   fecha igual o posterior a la elegida
           MOVE 0 TO WS-PB-POINTER
           PERFORM VARYING IX-PB FROM 1 BY 1
               UNTIL IX-PB > WS-PB-MOVE-COUNT
               MOVE WS-PB-MOVE(IX-PB) TO WS-CSV-LINE
               IF WS-CSV-LINE(1:10) < WS-PB-FROM-DATE
                   SET WS-PB-POINTER TO IX-PB
               END-IF
           END-PERFORM

           PERFORM PB-PRINT-FROM-POINTER

           MOVE WS-PB-MOVE-COUNT TO WS-PB-POINTER
           PERFORM REWRITE-PASSBOOK-POINTER

           DISPLAY 'Libreta reemitida: ' WS-PB-PRINTED
               ' lineas impresas en ' WS-PB-OUT-PATH
           .

      *> ------------------------------------------------------------
      *> Recoge en la tabla todos los movimientos de la cuenta en
      *> orden: primero los meses ya particionados del manifiesto
      *> (el indice se reconstruye solo del ledger vivo y no los
      *> cubre; sin esto una libreta sin actualizar un par de meses
      *> perderia movimientos), luego los del maestro indexado
      *> (START por clave cuenta+fecha, como SCAN-INDEXED-HISTORY)
      *> y despues la cola del CSV aun no indexada; sin indice, el
      *> ledger completo
      *> ------------------------------------------------------------
       PB-COLLECT-MOVEMENTS.
           MOVE 0 TO WS-PB-MOVE-COUNT
           PERFORM PB-SCAN-PARTITIONS
           PERFORM READ-INDEX-MARKER

           MOVE 'N' TO WS-IDX-AVAILABLE
           OPEN INPUT TX-INDEX-FILE
           IF WS-IDX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-IDX-AVAILABLE
               MOVE DB-ACCOUNT-ID TO TXI-ACCOUNT
               MOVE LOW-VALUES TO TXI-DATE
               MOVE 0 TO TXI-SEQ

               MOVE 'N' TO WS-IDX-DONE
               START TX-INDEX-FILE KEY >= TXI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-IDX-DONE
               END-START

               PERFORM UNTIL WS-IDX-DONE = 'Y'
                   READ TX-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-IDX-DONE
                       NOT AT END
                           IF TXI-ACCOUNT NOT = DB-ACCOUNT-ID
                               MOVE 'Y' TO WS-IDX-DONE
                           ELSE
                               MOVE TXI-LINE TO WS-CSV-LINE
                               PERFORM PB-NOTE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TX-INDEX-FILE
           ELSE
               MOVE 0 TO WS-IDX-LINES
           END-IF

           OPEN INPUT TRANSACTIONS-FILE
           MOVE 0 TO WS-PB-LINE-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTIONS-FILE INTO WS-CSV-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PB-LINE-NO
                       IF WS-IDX-AVAILABLE = 'N'
                           OR WS-PB-LINE-NO > WS-IDX-LINES
                           PERFORM PB-CHECK-TAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTIONS-FILE
           MOVE 'N' TO WS-EOF-FLAG
           .

      *> ------------------------------------------------------------
      *> Particiones mensuales del manifiesto, en su orden (los
      *> meses se anotan segun se particionan, de viejo a nuevo);
      *> cada fila pasa por el mismo filtro de cuenta que la cola
      *> ------------------------------------------------------------
       PB-SCAN-PARTITIONS.
           OPEN INPUT PB-MANIFEST-FILE
           IF WS-PB-MANIFEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PB-MANIFEST-STATUS NOT = '00'
               READ PB-MANIFEST-FILE
               IF WS-PB-MANIFEST-STATUS = '00'
                   MOVE PB-MANIFEST-RECORD(1:7) TO WS-PB-PART-MONTH
                   PERFORM PB-SCAN-ONE-PARTITION
               END-IF
           END-PERFORM

           CLOSE PB-MANIFEST-FILE
           .

       PB-SCAN-ONE-PARTITION.
           MOVE SPACES TO WS-PB-PART-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/transactions-' DELIMITED BY SIZE
                  WS-PB-PART-MONTH DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WS-PB-PART-PATH
           END-STRING

           OPEN INPUT PB-PART-FILE
           IF WS-PB-PART-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PB-PART-EOF
           PERFORM UNTIL WS-PB-PART-EOF = 'Y'
               READ PB-PART-FILE
                   AT END MOVE 'Y' TO WS-PB-PART-EOF
                   NOT AT END
                       MOVE PB-PART-RECORD TO WS-CSV-LINE
                       PERFORM PB-CHECK-TAIL-LINE
               END-READ
           END-PERFORM

           CLOSE PB-PART-FILE
           .

      *> En la cola del CSV una fila toca a la cuenta si es suya o
      *> si es el destino de una TRANSFER
       PB-CHECK-TAIL-LINE.
           MOVE SPACES TO WS-REV-AUX
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO CSV-DATE WS-PB-PTR-ACCOUNT WS-PB-PTR-COUNT-STR
                    WS-CSV-AMOUNT-RAW WS-REV-AUX
           END-UNSTRING

           IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
               OR (WS-PB-PTR-COUNT-STR(1:8) = 'TRANSFER'
                   AND WS-REV-AUX(1:30) = DB-ACCOUNT-ID)
               PERFORM PB-NOTE-MOVEMENT
           END-IF
           .

       PB-NOTE-MOVEMENT.
           IF WS-CSV-LINE(1:4) = 'HDR,'
               OR WS-CSV-LINE(1:4) = 'TRL,'
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-MOVE-COUNT >= WS-PB-MAX-MOVES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PB-MOVE-COUNT
           MOVE WS-CSV-LINE TO WS-PB-MOVE(WS-PB-MOVE-COUNT)
           .

      *> ------------------------------------------------------------
      *> Imprime en columnas fijas desde el puntero, con la linea
      *> de saldo arrastrado calculada sobre los ya impresos
      *> ------------------------------------------------------------
       PB-PRINT-FROM-POINTER.
           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-PB-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/passbook-' DELIMITED BY SIZE
                  FUNCTION TRIM(DB-ACCOUNT-ID) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-PB-OUT-PATH
           END-STRING

           OPEN OUTPUT PASSBOOK-OUT-FILE

      *>   Saldo arrastrado: el efecto acumulado de los movimientos
      *>   anteriores al puntero
           MOVE 0 TO WS-PB-RUN-BALANCE
           PERFORM VARYING IX-PB FROM 1 BY 1
               UNTIL IX-PB > WS-PB-POINTER
                   OR IX-PB > WS-PB-MOVE-COUNT
               MOVE WS-PB-MOVE(IX-PB) TO WS-CSV-LINE
               PERFORM PB-APPLY-DELTA
               ADD WS-PB-DELTA TO WS-PB-RUN-BALANCE
           END-PERFORM

           MOVE WS-PB-RUN-BALANCE TO WS-PB-BAL-EDIT
           MOVE SPACES TO WS-PB-OUT-LINE
           MOVE 'SALDO ANT.' TO PBO-DATE
           MOVE FUNCTION TRIM(WS-PB-BAL-EDIT) TO PBO-BALANCE
           WRITE PASSBOOK-OUT-RECORD FROM WS-PB-OUT-LINE

           MOVE 0 TO WS-PB-PRINTED
           PERFORM VARYING IX-PB FROM 1 BY 1
               UNTIL IX-PB > WS-PB-MOVE-COUNT
               IF IX-PB > WS-PB-POINTER
                   MOVE WS-PB-MOVE(IX-PB) TO WS-CSV-LINE
                   PERFORM PB-APPLY-DELTA
                   ADD WS-PB-DELTA TO WS-PB-RUN-BALANCE
                   ADD 1 TO WS-PB-PRINTED

                   MOVE SPACES TO WS-PB-OUT-LINE
                   MOVE WS-CSV-LINE(1:10) TO PBO-DATE
                   UNSTRING WS-CSV-LINE DELIMITED BY ','
                       INTO WS-PB-PTR-COUNT-STR
                            WS-PB-PTR-ACCOUNT PBO-TYPE
                            WS-CSV-AMOUNT-RAW
                   END-UNSTRING
                   MOVE WS-PB-DELTA TO WS-PB-AMT-EDIT
                   MOVE FUNCTION TRIM(WS-PB-AMT-EDIT) TO PBO-AMOUNT
                   MOVE WS-PB-RUN-BALANCE TO WS-PB-BAL-EDIT
                   MOVE FUNCTION TRIM(WS-PB-BAL-EDIT)
                       TO PBO-BALANCE
                   WRITE PASSBOOK-OUT-RECORD FROM WS-PB-OUT-LINE
                   DISPLAY WS-PB-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE PASSBOOK-OUT-FILE
           .

      *> Efecto con signo de la fila sobre la cuenta de la libreta
       PB-APPLY-DELTA.
           MOVE 0 TO WS-PB-DELTA
           MOVE SPACES TO WS-REV-AUX
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO CSV-DATE WS-PB-PTR-ACCOUNT
                    WS-PB-PTR-COUNT-STR WS-CSV-AMOUNT-RAW
                    WS-REV-AUX
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-RAW) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-RAW)
               TO WS-CSV-AMOUNT-NUMERIC

           EVALUATE WS-PB-PTR-COUNT-STR(1:8)
               WHEN 'CREDIT'
                   IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                       MOVE WS-CSV-AMOUNT-NUMERIC TO WS-PB-DELTA
                   END-IF
               WHEN 'DEBIT'
                   IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                       COMPUTE WS-PB-DELTA =
                           0 - WS-CSV-AMOUNT-NUMERIC
                   END-IF
               WHEN 'TRANSFER'
                   IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                       COMPUTE WS-PB-DELTA =
                           0 - WS-CSV-AMOUNT-NUMERIC
                   END-IF
                   IF WS-REV-AUX(1:30) = DB-ACCOUNT-ID
                       ADD WS-CSV-AMOUNT-NUMERIC TO WS-PB-DELTA
                   END-IF
               WHEN 'REVERSAL'
                   IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                       UNSTRING WS-REV-AUX DELIMITED BY ':'
                           INTO WS-REV-ORIG-TYPE WS-REV-REF
                       END-UNSTRING
                       IF WS-REV-ORIG-TYPE = 'CREDIT'
                           COMPUTE WS-PB-DELTA =
                               0 - WS-CSV-AMOUNT-NUMERIC
                       ELSE
                           MOVE WS-CSV-AMOUNT-NUMERIC
                               TO WS-PB-DELTA
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> ------------------------------------------------------------
      *> Puntero por cuenta en data/passbook-pointers.csv
      *> ------------------------------------------------------------
       READ-PASSBOOK-POINTER.
           MOVE 0 TO WS-PB-POINTER

           OPEN INPUT PASSBOOK-PTR-FILE
           IF WS-PB-PTR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PB-PTR-STATUS NOT = '00'
               READ PASSBOOK-PTR-FILE INTO WS-PB-PTR-LINE
               IF WS-PB-PTR-STATUS = '00'
                   UNSTRING WS-PB-PTR-LINE DELIMITED BY ','
                       INTO WS-PB-PTR-ACCOUNT WS-PB-PTR-COUNT-STR
                   END-UNSTRING
                   IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                       AND FUNCTION
                           TEST-NUMVAL(WS-PB-PTR-COUNT-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-PB-PTR-COUNT-STR)
                           TO WS-PB-POINTER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PASSBOOK-PTR-FILE
           .

       REWRITE-PASSBOOK-POINTER.
           MOVE 'N' TO WS-PB-PTR-SEEN
           OPEN OUTPUT PASSBOOK-PTR-NEW-FILE

           OPEN INPUT PASSBOOK-PTR-FILE
           IF WS-PB-PTR-STATUS = '00'
               PERFORM UNTIL WS-PB-PTR-STATUS NOT = '00'
                   READ PASSBOOK-PTR-FILE INTO WS-PB-PTR-LINE
                   IF WS-PB-PTR-STATUS = '00'
                       UNSTRING WS-PB-PTR-LINE DELIMITED BY ','
                           INTO WS-PB-PTR-ACCOUNT
                       END-UNSTRING
                       IF WS-PB-PTR-ACCOUNT = DB-ACCOUNT-ID
                           MOVE 'Y' TO WS-PB-PTR-SEEN
                           PERFORM BUILD-POINTER-LINE
                       END-IF
                       WRITE PASSBOOK-PTR-NEW-RECORD
                           FROM WS-PB-PTR-LINE
                   END-IF
               END-PERFORM
               CLOSE PASSBOOK-PTR-FILE
           END-IF

           IF WS-PB-PTR-SEEN = 'N'
               MOVE DB-ACCOUNT-ID TO WS-PB-PTR-ACCOUNT
               PERFORM BUILD-POINTER-LINE
               WRITE PASSBOOK-PTR-NEW-RECORD FROM WS-PB-PTR-LINE
           END-IF

           CLOSE PASSBOOK-PTR-NEW-FILE

           MOVE SPACES TO WS-PB-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/passbook-pointers.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/passbook-pointers.csv' DELIMITED BY SIZE
               INTO WS-PB-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-PB-MV-CMD
               GIVING WS-PB-MV-RC
           IF WS-PB-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el puntero '
                   'de libretas'
           END-IF
           .

       BUILD-POINTER-LINE.
           MOVE WS-PB-POINTER TO WS-PB-PTR-COUNT-STR
           MOVE SPACES TO WS-PB-PTR-LINE
           STRING DB-ACCOUNT-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PB-PTR-COUNT-STR DELIMITED BY SPACE
               INTO WS-PB-PTR-LINE
           END-STRING
           .

      *> ============================================================
      *> DISPUTAS SOBRE APUNTES
      *> ============================================================

      *> Antes una disputa era un hilo de correo hasta que alguien
      *> corria DO-REVERSAL; ahora es un expediente con referencia,
      *> abono provisional opcional y fecha limite de respuesta. El
      *> informe de envejecimiento lo genera DISPUTE-AGING.
       DO-DISPUTE-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: las disputas operan sobre el ledger '
                   'CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== DISPUTAS ====='
           DISPLAY '1 - Abrir expediente'
           DISPLAY '2 - Resolver expediente'
           DISPLAY '3 - Listar expedientes abiertos'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-DSP-OPTION

           EVALUATE WS-DSP-OPTION
               WHEN 1
                   PERFORM ASK-ACCOUNT
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       DISPLAY 'ERROR: cuenta no encontrada'
                   ELSE
                       PERFORM DISPUTE-OPEN-CASE
                   END-IF
               WHEN 2
                   PERFORM DISPUTE-RESOLVE-CASE
               WHEN 3
                   PERFORM DISPUTE-LIST-OPEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> Apertura: referencia del apunte disputado, importe, abono
      *> provisional opcional y fecha limite a N dias habiles
       DISPUTE-OPEN-CASE.
           DISPLAY 'Referencia del apunte disputado: '
               WITH NO ADVANCING
           ACCEPT WS-DSP-ROW-REF
           IF WS-DSP-ROW-REF = SPACES
               DISPLAY 'ERROR: la referencia es obligatoria'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Abonar provisionalmente al cliente (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-DSP-PROV-IN
           IF WS-DSP-PROV-IN NOT = 'S'
               MOVE 'N' TO WS-DSP-PROV-IN
           END-IF

           ACCEPT WS-ENV-DISPUTE-DAYS
               FROM ENVIRONMENT 'MINIBANK_DISPUTE_DAYS'
           IF WS-ENV-DISPUTE-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-DISPUTE-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-DISPUTE-DAYS)
                   TO WS-DISPUTE-DAYS
           END-IF

           PERFORM NEXT-DISPUTE-NUMBER
           MOVE SPACES TO WS-DSP-ROW-ID
           STRING 'DSP-' WS-DSP-NUMBER
               INTO WS-DSP-ROW-ID
           END-STRING

           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-DSP-ROW-OPENED
           MOVE WS-APPEND-DATE TO WS-ROLL-DATE
           MOVE WS-DISPUTE-DAYS TO WS-BDAYS-AHEAD
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-ROLL-DATE TO WS-DSP-ROW-DEADLINE

      *>   Abono provisional por el circuito normal, marcado con
      *>   el expediente para poder extornarlo o consolidarlo
           IF WS-DSP-PROV-IN = 'S'
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               MOVE SPACES TO WS-APPEND-AUX
               STRING 'DSP:' WS-DSP-ROW-ID
                   INTO WS-APPEND-AUX
               END-STRING
               MOVE 'DISPUTA' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
               DISPLAY 'Abono provisional asentado'
           END-IF

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-DSP-ROW-AMOUNT

           MOVE SPACES TO WS-DSP-LINE
           STRING WS-DSP-ROW-ID        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-DSP-ROW-REF       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-DSP-ROW-AMOUNT    DELIMITED BY SPACE
                  ',OPEN,'             DELIMITED BY SIZE
                  WS-DSP-PROV-IN       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-DSP-ROW-OPENED    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-DSP-ROW-DEADLINE  DELIMITED BY SIZE
               INTO WS-DSP-LINE
           END-STRING

           OPEN EXTEND DISPUTES-FILE
           IF WS-DSP-FILE-STATUS = '05'
               OR WS-DSP-FILE-STATUS = '35'
               OPEN OUTPUT DISPUTES-FILE
           END-IF
           WRITE DISPUTES-RECORD FROM WS-DSP-LINE
           CLOSE DISPUTES-FILE

           DISPLAY 'Expediente ' WS-DSP-ROW-ID ' abierto; '
               'respuesta antes del ' WS-DSP-ROW-DEADLINE
           .

      *> Resolucion: a favor del cliente el provisional se hace
      *> definitivo (o se abona ahora si no lo hubo); en contra,
      *> el provisional se extorna
       DISPUTE-RESOLVE-CASE.
           DISPLAY 'Numero de expediente (DSP-...): '
               WITH NO ADVANCING
           ACCEPT WS-DSP-ID-IN

           PERFORM FIND-DISPUTE-CASE
           IF WS-DSP-FOUND = 'N'
               DISPLAY 'ERROR: expediente no encontrado o no '
                   'abierto'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DSP-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta del expediente no existe'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-DSP-ROW-AMOUNT)
               TO WS-TMP-AMOUNT

           DISPLAY 'Resolucion (F=a favor del cliente, C=en '
               'contra): ' WITH NO ADVANCING
           ACCEPT WS-DSP-OUTCOME

           EVALUATE WS-DSP-OUTCOME
               WHEN 'F'
                   IF WS-DSP-ROW-PROV NOT = 'S'
      *                Sin provisional previo: el abono definitivo
      *                se asienta ahora
                       ADD WS-TMP-AMOUNT
                           TO ACC-BALANCE(WS-ACC-INDEX)
                       MOVE 'CREDIT' TO WS-APPEND-TYPE
                       MOVE SPACES TO WS-APPEND-AUX
                       STRING 'DSP:' WS-DSP-ID-IN
                           INTO WS-APPEND-AUX
                       END-STRING
                       MOVE 'DISPUTA' TO WS-APPEND-CATEGORY
                       PERFORM APPEND-TRANSACTION-CSV
                       MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
                   END-IF
                   MOVE 'RESUELTA-FAVOR' TO WS-DSP-NEW-STATE
               WHEN 'C'
                   IF WS-DSP-ROW-PROV = 'S'
      *                El provisional se deshace por el circuito
      *                de extorno
                       MOVE 'CREDIT' TO WS-REV-ORIG-TYPE
                       MOVE WS-DSP-ID-IN TO WS-REV-REF
                       PERFORM REVERSAL-CSV
                   END-IF
                   MOVE 'RESUELTA-CONTRA' TO WS-DSP-NEW-STATE
               WHEN OTHER
                   DISPLAY 'Resolucion no valida'
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM MARK-DISPUTE-CASE
           DISPLAY 'Expediente ' WS-DSP-ID-IN ' cerrado: '
               WS-DSP-NEW-STATE
           .

       DISPUTE-LIST-OPEN.
           MOVE 0 TO WS-DSP-LIST-COUNT
           OPEN INPUT DISPUTES-FILE
           IF WS-DSP-FILE-STATUS NOT = '00'
               DISPLAY '(sin expedientes registrados)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Expedientes abiertos:'
           PERFORM UNTIL WS-DSP-FILE-STATUS NOT = '00'
               READ DISPUTES-FILE INTO WS-DSP-LINE
               IF WS-DSP-FILE-STATUS = '00'
                   PERFORM PARSE-DISPUTE-LINE
                   IF WS-DSP-ROW-STATUS = 'OPEN'
                       ADD 1 TO WS-DSP-LIST-COUNT
                       DISPLAY '  ' WS-DSP-ROW-ID ' '
                           WS-DSP-ROW-ACCOUNT ' '
                           WS-DSP-ROW-AMOUNT(1:14) ' limite '
                           WS-DSP-ROW-DEADLINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DISPUTES-FILE

           DISPLAY 'Total abiertos: ' WS-DSP-LIST-COUNT
           .

       PARSE-DISPUTE-LINE.
           MOVE SPACES TO WS-DSP-ROW-STATUS
           MOVE SPACES TO WS-DSP-ROW-PROV
           MOVE SPACES TO WS-DSP-ROW-DEADLINE
           UNSTRING WS-DSP-LINE DELIMITED BY ','
               INTO WS-DSP-ROW-ID WS-DSP-ROW-REF
                    WS-DSP-ROW-ACCOUNT WS-DSP-ROW-AMOUNT
                    WS-DSP-ROW-STATUS WS-DSP-ROW-PROV
                    WS-DSP-ROW-OPENED WS-DSP-ROW-DEADLINE
           END-UNSTRING
           .

       FIND-DISPUTE-CASE.
           MOVE 'N' TO WS-DSP-FOUND

           OPEN INPUT DISPUTES-FILE
           IF WS-DSP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DSP-FILE-STATUS NOT = '00'
               READ DISPUTES-FILE INTO WS-DSP-LINE
      *>       Con el caso ya localizado se sigue leyendo sin
      *>       analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-DSP-FILE-STATUS = '00'
                   AND WS-DSP-FOUND = 'N'
                   PERFORM PARSE-DISPUTE-LINE
                   IF WS-DSP-ROW-ID = WS-DSP-ID-IN
                       AND WS-DSP-ROW-STATUS = 'OPEN'
                       MOVE 'Y' TO WS-DSP-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DISPUTES-FILE
           .

      *> Reescritura .new + mv con la resolucion y su fecha
       MARK-DISPUTE-CASE.
           OPEN INPUT DISPUTES-FILE
           IF WS-DSP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DISPUTES-NEW-FILE

           PERFORM UNTIL WS-DSP-FILE-STATUS NOT = '00'
               READ DISPUTES-FILE INTO WS-DSP-LINE
               IF WS-DSP-FILE-STATUS = '00'
                   MOVE WS-DSP-LINE TO WS-DSP-ORIG-LINE
                   PERFORM PARSE-DISPUTE-LINE
                   IF WS-DSP-ROW-ID = WS-DSP-ID-IN
                       AND WS-DSP-ROW-STATUS = 'OPEN'
                       PERFORM SET-APPEND-DATE
                       MOVE SPACES TO WS-DSP-LINE
                       STRING WS-DSP-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-REF DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-AMOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DSP-NEW-STATE DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-PROV DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-OPENED DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-DSP-ROW-DEADLINE
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-APPEND-DATE DELIMITED BY SIZE
                           INTO WS-DSP-LINE
                       END-STRING
                       WRITE DISPUTES-NEW-RECORD FROM WS-DSP-LINE
                   ELSE
                       WRITE DISPUTES-NEW-RECORD
                           FROM WS-DSP-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPUTES-NEW-FILE
           CLOSE DISPUTES-FILE

           MOVE SPACES TO WS-DSP-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/disputes.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/disputes.csv' DELIMITED BY SIZE
               INTO WS-DSP-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DSP-MV-CMD
               GIVING WS-DSP-MV-RC
           IF WS-DSP-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir disputes.csv'
           END-IF
           .

      *> Contador correlativo persistido
       NEXT-DISPUTE-NUMBER.
           MOVE 0 TO WS-DSP-NUMBER

           OPEN INPUT DISPUTE-COUNTER-FILE
           IF WS-DSP-CTR-STATUS = '00'
               READ DISPUTE-COUNTER-FILE INTO WS-DSP-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-DSP-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-DSP-CTR-STR)
                               TO WS-DSP-NUMBER
                       END-IF
               END-READ
               CLOSE DISPUTE-COUNTER-FILE
           END-IF

           ADD 1 TO WS-DSP-NUMBER

           MOVE WS-DSP-NUMBER TO WS-DSP-CTR-STR
           OPEN OUTPUT DISPUTE-COUNTER-FILE
           WRITE DISPUTE-COUNTER-RECORD FROM WS-DSP-CTR-STR
           CLOSE DISPUTE-COUNTER-FILE
           .

      *> ============================================================
      *> RASTRO DE MANTENIMIENTOS NO FINANCIEROS
      *> ============================================================

      *> fecha,hora,quien,accion,entidad,campo,valor-anterior,
      *> valor-nuevo; el llamador deja los campos en WS-MA-*
       APPEND-MAINT-AUDIT.
           PERFORM SET-APPEND-DATE
           ACCEPT WS-MA-TIME FROM TIME

           MOVE SPACES TO WS-MA-LINE
           STRING WS-APPEND-DATE  DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  WS-MA-TIME(1:6) DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  WS-TELLER-ID    DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-MA-ACTION    DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-MA-ENTITY    DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  WS-MA-FIELD     DELIMITED BY SPACE
                  ','             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MA-OLD) DELIMITED BY SIZE
                  ','             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MA-NEW) DELIMITED BY SIZE
               INTO WS-MA-LINE
           END-STRING

           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAINT-FILE-STATUS = '05'
               OR WS-MAINT-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           WRITE MAINT-AUDIT-RECORD FROM WS-MA-LINE
           CLOSE MAINT-AUDIT-FILE

           MOVE SPACES TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE SPACES TO WS-MA-NEW
           .

      *> Compara los datos del cliente WS-CUST-INDEX contra los
      *> valores previos WS-MA-PREV-* y anota una fila por campo
      *> cambiado
       AUDIT-CUSTOMER-CHANGES.
           MOVE 'CIF-MODIF' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY

           IF CUST-NAME(WS-CUST-INDEX) NOT = WS-MA-PREV-NAME
               MOVE 'NOMBRE' TO WS-MA-FIELD
               MOVE WS-MA-PREV-NAME TO WS-MA-OLD
               MOVE CUST-NAME(WS-CUST-INDEX)(1:60) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-ADDRESS(WS-CUST-INDEX) NOT = WS-MA-PREV-ADDRESS
               MOVE 'DIRECCION' TO WS-MA-FIELD
               MOVE WS-MA-PREV-ADDRESS(1:60) TO WS-MA-OLD
               MOVE CUST-ADDRESS(WS-CUST-INDEX)(1:60) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-PHONE(WS-CUST-INDEX) NOT = WS-MA-PREV-PHONE
               MOVE 'TELEFONO' TO WS-MA-FIELD
               MOVE WS-MA-PREV-PHONE TO WS-MA-OLD
               MOVE CUST-PHONE(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-DOC(WS-CUST-INDEX) NOT = WS-MA-PREV-DOC
               MOVE 'DOCUMENTO' TO WS-MA-FIELD
               MOVE WS-MA-PREV-DOC TO WS-MA-OLD
               MOVE CUST-DOC(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-TAXSTATUS(WS-CUST-INDEX) NOT = WS-MA-PREV-TAX
               MOVE 'FISCAL' TO WS-MA-FIELD
               MOVE WS-MA-PREV-TAX TO WS-MA-OLD
               MOVE CUST-TAXSTATUS(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-RISK(WS-CUST-INDEX) NOT = WS-MA-PREV-RISK
               MOVE 'RIESGO' TO WS-MA-FIELD
               MOVE WS-MA-PREV-RISK TO WS-MA-OLD
               MOVE CUST-RISK(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-NEXT-REVIEW(WS-CUST-INDEX)
               NOT = WS-MA-PREV-REVIEW
               MOVE 'REVISION-KYC' TO WS-MA-FIELD
               MOVE WS-MA-PREV-REVIEW TO WS-MA-OLD
               MOVE CUST-NEXT-REVIEW(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-BIRTH-DATE(WS-CUST-INDEX) NOT = WS-MA-PREV-BIRTH
               MOVE 'NACIMIENTO' TO WS-MA-FIELD
               MOVE WS-MA-PREV-BIRTH TO WS-MA-OLD
               MOVE CUST-BIRTH-DATE(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           IF CUST-GUARDIAN(WS-CUST-INDEX) NOT = WS-MA-PREV-GUARDIAN
               MOVE 'TUTOR' TO WS-MA-FIELD
               MOVE WS-MA-PREV-GUARDIAN TO WS-MA-OLD
               MOVE CUST-GUARDIAN(WS-CUST-INDEX) TO WS-MA-NEW
               PERFORM APPEND-MAINT-AUDIT
           END-IF
           .

      *> ============================================================
      *> MAKER-CHECKER DE MANTENIMIENTOS SENSIBLES
      *> ============================================================

      *> Encola un mantenimiento sensible: id,tipo,carga-util (con
      *> | interno),quien,fecha,PENDING
       QUEUE-PENDING-CHANGE.
           PERFORM NEXT-CHANGE-NUMBER
           PERFORM SET-APPEND-DATE

           MOVE SPACES TO WS-CHG-ROW-ID
           STRING 'CHG-' WS-CHG-NUMBER
               INTO WS-CHG-ROW-ID
           END-STRING

           MOVE SPACES TO WS-CHG-LINE
           STRING WS-CHG-ROW-ID      DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CHG-TYPE-IN     DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-PAYLOAD-IN)
                                     DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-TELLER-ID       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-APPEND-DATE     DELIMITED BY SIZE
                  ',PENDING'         DELIMITED BY SIZE
               INTO WS-CHG-LINE
           END-STRING

           OPEN EXTEND PENDING-CHANGES-FILE
           IF WS-CHG-FILE-STATUS = '05'
               OR WS-CHG-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGES-FILE
           END-IF
           WRITE PENDING-CHANGES-RECORD FROM WS-CHG-LINE
           CLOSE PENDING-CHANGES-FILE
           .

      *> Pantalla del revisor: OTRO supervisor aplica o rechaza los
      *> cambios PENDING; ambas identidades quedan en la cola
       DO-CHANGE-APPROVAL.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: aprobar cambios requiere una sesion '
                   'de supervisor'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHG-OPEN-COUNT
           OPEN INPUT PENDING-CHANGES-FILE
           IF WS-CHG-FILE-STATUS NOT = '00'
               DISPLAY 'No hay cambios pendientes'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PENDING-CHANGES-NEW-FILE

           PERFORM UNTIL WS-CHG-FILE-STATUS NOT = '00'
               READ PENDING-CHANGES-FILE INTO WS-CHG-LINE
               IF WS-CHG-FILE-STATUS = '00'
                   PERFORM APPROVE-ONE-CHANGE
               END-IF
           END-PERFORM

           CLOSE PENDING-CHANGES-NEW-FILE
           CLOSE PENDING-CHANGES-FILE

           MOVE SPACES TO WS-CHG-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/pending-changes.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/pending-changes.csv' DELIMITED BY SIZE
               INTO WS-CHG-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CHG-MV-CMD
               GIVING WS-CHG-MV-RC
           IF WS-CHG-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir la cola de '
                   'cambios'
           END-IF

           IF WS-CHG-OPEN-COUNT = 0
               DISPLAY 'No habia cambios pendientes'
           END-IF
           .

       APPROVE-ONE-CHANGE.
           MOVE WS-CHG-LINE TO WS-CHG-ORIG-LINE
           MOVE SPACES TO WS-CHG-ROW-STATUS
           UNSTRING WS-CHG-LINE DELIMITED BY ','
               INTO WS-CHG-ROW-ID WS-CHG-ROW-TYPE
                    WS-CHG-ROW-PAYLOAD WS-CHG-ROW-MAKER
                    WS-CHG-ROW-DATE WS-CHG-ROW-STATUS
           END-UNSTRING

           IF WS-CHG-ROW-STATUS NOT = 'PENDING'
               WRITE PENDING-CHANGES-NEW-RECORD
                   FROM WS-CHG-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHG-OPEN-COUNT

      *>   Cuatro ojos de verdad: nadie aplica su propio cambio
           IF WS-CHG-ROW-MAKER = WS-TELLER-ID
               DISPLAY 'Cambio ' WS-CHG-ROW-ID ' pedido por usted '
                   'mismo: debe decidirlo otro supervisor'
               WRITE PENDING-CHANGES-NEW-RECORD
                   FROM WS-CHG-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' (' WS-CHG-ROW-TYPE
               ') pedido por ' WS-CHG-ROW-MAKER ' el '
               WS-CHG-ROW-DATE
           DISPLAY '  ' FUNCTION TRIM(WS-CHG-ROW-PAYLOAD)
           DISPLAY 'Aplicar (A), Rechazar (R), Saltar (otro): '
               WITH NO ADVANCING
           ACCEPT WS-CHG-DECISION

           EVALUATE WS-CHG-DECISION
               WHEN 'A'
      *>           La aplicacion puede dejarlo REJECTED si el cambio
      *>           ya no es valido al aprobarlo
                   MOVE 'APPLIED' TO WS-CHG-ROW-STATUS
                   PERFORM APPLY-CHANGE-PAYLOAD
               WHEN 'R'
                   MOVE 'REJECTED' TO WS-CHG-ROW-STATUS
               WHEN OTHER
                   WRITE PENDING-CHANGES-NEW-RECORD
                       FROM WS-CHG-ORIG-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-CHG-LINE
           STRING WS-CHG-ROW-ID      DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-TYPE    DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-ROW-PAYLOAD)
                                     DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-MAKER   DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-DATE    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-STATUS  DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-TELLER-ID       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-APPEND-DATE     DELIMITED BY SIZE
               INTO WS-CHG-LINE
           END-STRING
           WRITE PENDING-CHANGES-NEW-RECORD FROM WS-CHG-LINE
           DISPLAY 'Cambio ' WS-CHG-ROW-ID ': ' WS-CHG-ROW-STATUS
           .

      *> Convierte la carga util (| -> ,) y la anexa a su fichero
       APPLY-CHANGE-PAYLOAD.
           MOVE WS-CHG-ROW-PAYLOAD TO WS-CHG-APPLY-LINE
           INSPECT WS-CHG-APPLY-LINE REPLACING ALL '|' BY ','

           EVALUATE WS-CHG-ROW-TYPE
               WHEN 'FX-RATE'
                   OPEN EXTEND FX-RATES-FILE
                   IF WS-FX-FILE-STATUS = '05'
                       OR WS-FX-FILE-STATUS = '35'
                       OPEN OUTPUT FX-RATES-FILE
                   END-IF
                   WRITE FX-RATES-RECORD FROM WS-CHG-APPLY-LINE
                   CLOSE FX-RATES-FILE
               WHEN 'TELLER-ADD'
                   OPEN EXTEND TELLERS-FILE
                   IF WS-TELLERS-FILE-STATUS = '05'
                       OR WS-TELLERS-FILE-STATUS = '35'
                       OPEN OUTPUT TELLERS-FILE
                   END-IF
                   WRITE TELLERS-RECORD FROM WS-CHG-APPLY-LINE
                   CLOSE TELLERS-FILE
               WHEN 'CARD-UNBLOCK'
                   PERFORM APPLY-CARD-UNBLOCK
               WHEN 'INT-RATE'
                   PERFORM APPLY-INTEREST-RATE
               WHEN 'RM-ADD'
                   PERFORM APPLY-RM-ADD
               WHEN 'RM-STATUS'
                   PERFORM APPLY-RM-STATUS
               WHEN 'CUST-RM'
                   PERFORM APPLY-CUSTOMER-RM
               WHEN OTHER
                   DISPLAY 'AVISO: tipo de cambio desconocido, no '
                       'se aplica nada'
           END-EVALUATE
           .

      *> Contador correlativo persistido
       NEXT-CHANGE-NUMBER.
           MOVE 0 TO WS-CHG-NUMBER

           OPEN INPUT CHANGE-COUNTER-FILE
           IF WS-CHG-CTR-STATUS = '00'
               READ CHANGE-COUNTER-FILE INTO WS-CHG-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-CHG-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-CHG-CTR-STR)
                               TO WS-CHG-NUMBER
                       END-IF
               END-READ
               CLOSE CHANGE-COUNTER-FILE
           END-IF

           ADD 1 TO WS-CHG-NUMBER

           MOVE WS-CHG-NUMBER TO WS-CHG-CTR-STR
           OPEN OUTPUT CHANGE-COUNTER-FILE
           WRITE CHANGE-COUNTER-RECORD FROM WS-CHG-CTR-STR
           CLOSE CHANGE-COUNTER-FILE
           .

      *> ============================================================
      *> PRESTAMOS EN VENTANILLA
      *> ============================================================

      *> LOAN-BILLING factura lo que haya en data/loans.csv; el
      *> alta de un prestamo nuevo entra ahora por el mostrador con
      *> su cuadro de amortizacion a la vista, y la liquidacion
      *> anticipada sale con una cotizacion fechada en vez de una
      *> cifra garabateada sobre la fila del registro
      *> En modo DB2 el registro de prestamos es compartido y el
      *> desembolso/liquidacion se asienta via MBDBSQL
       DO-LOAN-MENU.
           DISPLAY ' '
           DISPLAY '===== PRESTAMOS ====='
           DISPLAY '1 - Alta de prestamo (desembolso)'
           DISPLAY '2 - Cotizar y liquidar anticipadamente'
           DISPLAY '3 - Registrar promesa de pago'
           DISPLAY '4 - Sanear prestamo en mora (supervisor)'
           DISPLAY '5 - Reestructurar prestamo (supervisor)'
           DISPLAY '6 - Amortizacion parcial anticipada'
           DISPLAY '7 - Garantias (alta, valoracion, liberacion)'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-LOAN-OPTION

           EVALUATE WS-LOAN-OPTION
               WHEN 1
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM LOAN-ORIGINATE-DB2
                   ELSE
                       PERFORM LOAN-ORIGINATE
                   END-IF
               WHEN 2
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM LOAN-PAYOFF-DB2
                   ELSE
                       PERFORM LOAN-PAYOFF
                   END-IF
               WHEN 3
                   PERFORM LOAN-PROMISE-RECORD
               WHEN 4
                   PERFORM LOAN-WRITE-OFF
               WHEN 5
                   PERFORM LOAN-RESTRUCTURE
               WHEN 6
                   PERFORM LOAN-PREPAY
               WHEN 7
                   PERFORM DO-COLLATERAL-MENU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LOAN-ORIGINATE-DB2.
           PERFORM ASK-ACCOUNT
           DISPLAY 'Principal del prestamo: ' WITH NO ADVANCING
           ACCEPT WS-TMP-AMOUNT
           DISPLAY 'Tipo anual (ej. 0.06): ' WITH NO ADVANCING
           ACCEPT WS-LOAN-RATE-IN
           DISPLAY 'Plazo en meses: ' WITH NO ADVANCING
           ACCEPT WS-LOAN-TERM-IN
           IF FUNCTION TEST-NUMVAL(WS-LOAN-RATE-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOAN-TERM-IN) NOT = 0
               DISPLAY 'ERROR: tipo o plazo no numericos'
               EXIT PARAGRAPH
           END-IF

      *>   Misma aprobacion de supervisor que el alta CSV
           IF WS-TMP-AMOUNT > WS-LOAN-APPROVAL-CAP
               AND NOT ROLE-IS-SUPERVISOR
               PERFORM SUPERVISOR-PIN-GATE
               IF NOT SUPERVISOR-OVERRIDE-OK
                   DISPLAY 'Alta rechazada sin aprobacion'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'LOANOPEN' TO DB-FUNC
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT
           MOVE FUNCTION NUMVAL(WS-LOAN-RATE-IN) TO DB-RATE
           MOVE FUNCTION NUMVAL(WS-LOAN-TERM-IN)
               TO DB-TERM-MONTHS
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE SPACES TO DB-REF-ID

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Prestamo ' DB-REF-ID ' desembolsado; '
                   'cuota mensual ' DB-AMOUNT
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       LOAN-PAYOFF-DB2.
           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           MOVE 'LOANPAYO' TO DB-FUNC
           MOVE WS-LOAN-ID-IN TO DB-REF-ID
           MOVE 'Y' TO DB-SUPERVISOR-OVERRIDE
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Prestamo liquidado; nuevo saldo: '
                   DB-BALANCE
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       LOAN-ORIGINATE.
           PERFORM ASK-ACCOUNT
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta de reembolso no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta de reembolso no esta '
                   'operativa'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Principal del prestamo: ' WITH NO ADVANCING
           ACCEPT WS-TMP-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el principal debe ser positivo'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TMP-AMOUNT TO WS-LOAN-PRINCIPAL

           DISPLAY 'Tipo anual (ej. 0.06): ' WITH NO ADVANCING
           ACCEPT WS-LOAN-RATE-IN
           DISPLAY 'Plazo en meses: ' WITH NO ADVANCING
           ACCEPT WS-LOAN-TERM-IN
           IF FUNCTION TEST-NUMVAL(WS-LOAN-RATE-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOAN-TERM-IN) NOT = 0
               DISPLAY 'ERROR: tipo o plazo no numericos'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOAN-RATE-IN) TO WS-LOAN-RATE
           MOVE FUNCTION NUMVAL(WS-LOAN-TERM-IN) TO WS-LOAN-TERM
           IF WS-LOAN-TERM = 0
               DISPLAY 'ERROR: el plazo debe ser al menos 1 mes'
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-LOAN-INSTALLMENT

           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-EDIT-1
           DISPLAY ' '
           DISPLAY 'Cuota mensual calculada: ' WS-LOAN-EDIT-1
           PERFORM SHOW-AMORTIZATION-SCHEDULE

           DISPLAY 'El cliente acepta (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Alta cancelada'
               EXIT PARAGRAPH
           END-IF

      *>   Por encima del tope, el alta exige aprobacion de un
      *>   supervisor (sesion o PIN), como las retiradas grandes
           IF WS-LOAN-PRINCIPAL > WS-LOAN-APPROVAL-CAP
               AND NOT ROLE-IS-SUPERVISOR
               DISPLAY 'Principal sobre el tope de aprobacion: se '
                   'requiere PIN de supervisor'
               DISPLAY 'Supervisor que autoriza: ' WITH NO ADVANCING
               ACCEPT WS-PIN-APPROVER
               DISPLAY 'PIN de supervisor: ' WITH NO ADVANCING
               ACCEPT WS-TMP-PIN
               IF WS-TMP-PIN = WS-SUPERVISOR-PIN
                   MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
               ELSE
                   MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               END-IF
               PERFORM APPEND-SUPERVISOR-PIN-LOG
               IF NOT SUPERVISOR-OVERRIDE-OK
                   DISPLAY 'PIN incorrecto: alta rechazada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM NEXT-LOAN-NUMBER
           MOVE SPACES TO WS-LOAN-ROW-ID
           STRING 'LN-' WS-LOAN-NUMBER
               INTO WS-LOAN-ROW-ID
           END-STRING

           PERFORM COMPUTE-LOAN-FIRST-DUE

      *>   Desembolso por el circuito normal de asiento
           ADD WS-LOAN-PRINCIPAL TO ACC-BALANCE(WS-ACC-INDEX)
           MOVE 'CREDIT' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-APPEND-AUX
           STRING 'LOAN:' WS-LOAN-ROW-ID
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'PRESTAMO' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

      *>   Contrapartida del desembolso: alta en la cartera
           MOVE WS-LOAN-PRINCIPAL TO WS-TMP-AMOUNT
           MOVE 'LOANBOOK' TO WS-LOAN-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-LOAN-CONTRA-SIDE
           PERFORM APPEND-LOAN-CONTRA-CSV

           IF WS-TILL-OPEN = 'Y'
               MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF

           PERFORM APPEND-LOAN-ROW

           DISPLAY 'Prestamo ' WS-LOAN-ROW-ID ' desembolsado; '
               'primera cuota el ' WS-LOAN-FIRST-DUE
           .

      *> Cuota francesa: P*i / (1 - (1+i)^-n), con i mensual, sobre
      *> WS-LOAN-PRINCIPAL, WS-LOAN-RATE y WS-LOAN-TERM
       COMPUTE-LOAN-INSTALLMENT.
           COMPUTE WS-LOAN-MONTH-RATE = WS-LOAN-RATE / 12
           IF WS-LOAN-MONTH-RATE = 0
               COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                   WS-LOAN-PRINCIPAL / WS-LOAN-TERM
           ELSE
               COMPUTE WS-LOAN-FACTOR =
                   (1 + WS-LOAN-MONTH-RATE) ** WS-LOAN-TERM
               COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                   WS-LOAN-PRINCIPAL * WS-LOAN-MONTH-RATE
                   * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
           END-IF
           .

      *> Cuadro de amortizacion completo para que el cliente lo
      *> acepte con conocimiento de causa
       SHOW-AMORTIZATION-SCHEDULE.
           DISPLAY 'MES  INTERES         CAPITAL         PENDIENTE'
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-SCHED-BAL
           PERFORM VARYING WS-LOAN-SCHED-IX FROM 1 BY 1
               UNTIL WS-LOAN-SCHED-IX > WS-LOAN-TERM
               COMPUTE WS-LOAN-SCHED-INT ROUNDED =
                   WS-LOAN-SCHED-BAL * WS-LOAN-MONTH-RATE
               COMPUTE WS-LOAN-SCHED-PRIN =
                   WS-LOAN-INSTALLMENT - WS-LOAN-SCHED-INT
               IF WS-LOAN-SCHED-PRIN > WS-LOAN-SCHED-BAL
                   OR WS-LOAN-SCHED-IX = WS-LOAN-TERM
                   MOVE WS-LOAN-SCHED-BAL TO WS-LOAN-SCHED-PRIN
               END-IF
               SUBTRACT WS-LOAN-SCHED-PRIN FROM WS-LOAN-SCHED-BAL
               MOVE WS-LOAN-SCHED-INT TO WS-LOAN-EDIT-1
               MOVE WS-LOAN-SCHED-PRIN TO WS-LOAN-EDIT-2
               MOVE WS-LOAN-SCHED-BAL TO WS-LOAN-EDIT-3
               DISPLAY WS-LOAN-SCHED-IX ' ' WS-LOAN-EDIT-1 ' '
                   WS-LOAN-EDIT-2 ' ' WS-LOAN-EDIT-3
           END-PERFORM
           .

      *> Primera cuota: mismo dia del mes siguiente, recortado al
      *> ultimo dia del mes destino (mecanica de STANDING-ORDERS)
       COMPUTE-LOAN-FIRST-DUE.
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE(1:4) TO WS-LOAN-CAL-YEAR
           MOVE WS-APPEND-DATE(6:2) TO WS-LOAN-CAL-MONTH
           MOVE WS-APPEND-DATE(9:2) TO WS-LOAN-CAL-DAY

           ADD 1 TO WS-LOAN-CAL-MONTH
           IF WS-LOAN-CAL-MONTH > 12
               MOVE 1 TO WS-LOAN-CAL-MONTH
               ADD 1 TO WS-LOAN-CAL-YEAR
           END-IF

           MOVE WS-LOAN-CAL-YEAR TO WS-LOAN-CLAMP-YEAR
           MOVE WS-LOAN-CAL-MONTH TO WS-LOAN-CLAMP-MONTH
           ADD 1 TO WS-LOAN-CLAMP-MONTH
           IF WS-LOAN-CLAMP-MONTH > 12
               MOVE 1 TO WS-LOAN-CLAMP-MONTH
               ADD 1 TO WS-LOAN-CLAMP-YEAR
           END-IF
           COMPUTE WS-LOAN-CLAMP-YYYYMMDD =
               WS-LOAN-CLAMP-YEAR * 10000
               + WS-LOAN-CLAMP-MONTH * 100 + 1
           COMPUTE WS-LOAN-CLAMP-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LOAN-CLAMP-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-LOAN-CLAMP-INTEGER)
               TO WS-LOAN-CLAMP-LAST
           MOVE WS-LOAN-CLAMP-LAST(7:2) TO WS-LOAN-CLAMP-LAST-DAY
           IF WS-LOAN-CAL-DAY > WS-LOAN-CLAMP-LAST-DAY
               MOVE WS-LOAN-CLAMP-LAST-DAY TO WS-LOAN-CAL-DAY
           END-IF

           MOVE SPACES TO WS-LOAN-FIRST-DUE
           STRING WS-LOAN-CAL-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-LOAN-CAL-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-LOAN-CAL-DAY DELIMITED BY SIZE
               INTO WS-LOAN-FIRST-DUE
           END-STRING
           .

       APPEND-LOAN-ROW.
           MOVE WS-LOAN-PRINCIPAL TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-PRIN-STR
           MOVE WS-LOAN-INSTALLMENT TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-INST-STR

           MOVE SPACES TO WS-LOAN-LINE
           STRING WS-LOAN-ROW-ID       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TMP-ACCOUNT       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-ROW-PRIN-STR DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-RATE-IN      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-TERM-IN      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-ROW-INST-STR DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-FIRST-DUE    DELIMITED BY SIZE
                  ',ACTIVE'            DELIMITED BY SIZE
               INTO WS-LOAN-LINE
           END-STRING

           OPEN EXTEND LOANS-FILE
           IF WS-LOANS-FILE-STATUS = '05'
               OR WS-LOANS-FILE-STATUS = '35'
               OPEN OUTPUT LOANS-FILE
           END-IF
           WRITE LOANS-RECORD FROM WS-LOAN-LINE
           CLOSE LOANS-FILE
           .

      *> Contrapartida de prestamos contra una cuenta interna:
      *> WS-LOAN-CONTRA-ACCT recibe la cuenta y WS-LOAN-CONTRA-SIDE
      *> el sentido (DEBIT/CREDIT); el importe en WS-TMP-AMOUNT
       APPEND-LOAN-CONTRA-CSV.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-CONTRA-ACCT  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-LOAN-CONTRA-SIDE  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ',LOAN:'             DELIMITED BY SIZE
                  WS-LOAN-ROW-ID       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',PRESTAMO'          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ------------------------------------------------------------
      *> Liquidacion anticipada: cotizacion (principal vivo mas
      *> interes devengado hasta el dia de negocio) y, si el
      *> cliente acepta, cargo de liquidacion y marca SETTLED para
      *> que LOAN-BILLING deje de facturar
      *> ------------------------------------------------------------
       LOAN-PAYOFF.
           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           PERFORM FIND-LOAN-IN-REGISTER
           IF WS-LOAN-FOUND = 'N'
               DISPLAY 'ERROR: prestamo no encontrado o no activo'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-PRIN-STR)
               TO WS-LOAN-PRINCIPAL
           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-RATE-STR)
               TO WS-LOAN-RATE

      *>   Devengo desde el inicio del ciclo en curso: 30 dias de
      *>   ciclo menos los que faltan hasta el vencimiento
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE(1:4) TO WS-LOAN-CLAMP-YYYYMMDD(1:4)
           MOVE WS-APPEND-DATE(6:2) TO WS-LOAN-CLAMP-YYYYMMDD(5:2)
           MOVE WS-APPEND-DATE(9:2) TO WS-LOAN-CLAMP-YYYYMMDD(7:2)
           COMPUTE WS-LOAN-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LOAN-CLAMP-YYYYMMDD)
           MOVE WS-LOAN-ROW-NEXT-DATE(1:4)
               TO WS-LOAN-DUE-YYYYMMDD(1:4)
           MOVE WS-LOAN-ROW-NEXT-DATE(6:2)
               TO WS-LOAN-DUE-YYYYMMDD(5:2)
           MOVE WS-LOAN-ROW-NEXT-DATE(9:2)
               TO WS-LOAN-DUE-YYYYMMDD(7:2)
           COMPUTE WS-LOAN-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LOAN-DUE-YYYYMMDD)
           COMPUTE WS-LOAN-ELAPSED-DAYS =
               30 - (WS-LOAN-DUE-INTEGER - WS-LOAN-TODAY-INTEGER)
           IF WS-LOAN-ELAPSED-DAYS < 0
               MOVE 0 TO WS-LOAN-ELAPSED-DAYS
           END-IF
           IF WS-LOAN-ELAPSED-DAYS > 30
               MOVE 30 TO WS-LOAN-ELAPSED-DAYS
           END-IF

           COMPUTE WS-LOAN-ACCRUED ROUNDED =
               WS-LOAN-PRINCIPAL * WS-LOAN-RATE
               * WS-LOAN-ELAPSED-DAYS / 360

           PERFORM SUM-LOAN-ARREARS

           COMPUTE WS-LOAN-PAYOFF-TOTAL =
               WS-LOAN-PRINCIPAL + WS-LOAN-ACCRUED

      *>   La cotizacion vale 5 dias habiles
           MOVE WS-APPEND-DATE TO WS-ROLL-DATE
           MOVE 5 TO WS-BDAYS-AHEAD
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-ROLL-DATE TO WS-LOAN-QUOTE-VALID

           PERFORM WRITE-LOAN-QUOTE

           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-ACCRUED TO WS-LOAN-EDIT-2
           MOVE WS-LOAN-PAYOFF-TOTAL TO WS-LOAN-EDIT-3
           DISPLAY ' '
           DISPLAY 'COTIZACION DE LIQUIDACION ' WS-LOAN-ID-IN
           DISPLAY '  Principal vivo     : ' WS-LOAN-EDIT-1
           DISPLAY '  Interes devengado  : ' WS-LOAN-EDIT-2
           IF WS-LOAN-ARREARS-TOTAL > 0
               MOVE WS-LOAN-ARREARS-TOTAL TO WS-LOAN-EDIT-1
               DISPLAY '  Cuotas impagadas ya cargadas en cuenta: '
                   WS-LOAN-EDIT-1
           END-IF
           DISPLAY '  TOTAL A LIQUIDAR   : ' WS-LOAN-EDIT-3
           DISPLAY '  Valida hasta       : ' WS-LOAN-QUOTE-VALID

           DISPLAY 'El cliente acepta y liquida ahora (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Cotizacion emitida sin liquidar'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta de reembolso no existe'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE
               + ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX)
               < WS-LOAN-PAYOFF-TOTAL
               DISPLAY 'ERROR: saldo disponible insuficiente para '
                   'la liquidacion'
               EXIT PARAGRAPH
           END-IF

      *>   Cargo de liquidacion por el circuito normal
           MOVE WS-LOAN-PAYOFF-TOTAL TO WS-TMP-AMOUNT
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-APPEND-AUX
           MOVE WS-LOAN-ID-IN TO WS-LOAN-ROW-ID
           STRING 'LOAN:' WS-LOAN-ID-IN
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'PRESTAMO' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

      *>   Contrapartidas: el principal sale de la cartera y el
      *>   devengo es ingreso del banco
           IF WS-LOAN-PRINCIPAL > 0
               MOVE WS-LOAN-PRINCIPAL TO WS-TMP-AMOUNT
               MOVE 'LOANBOOK' TO WS-LOAN-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-LOAN-CONTRA-SIDE
               PERFORM APPEND-LOAN-CONTRA-CSV
           END-IF
           IF WS-LOAN-ACCRUED > 0
               MOVE WS-LOAN-ACCRUED TO WS-TMP-AMOUNT
               MOVE 'INTINCOME' TO WS-LOAN-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-LOAN-CONTRA-SIDE
               PERFORM APPEND-LOAN-CONTRA-CSV
           END-IF

           MOVE 'SETTLED' TO WS-LOAN-ROW-STATUS
           PERFORM MARK-LOAN-IN-REGISTER

           IF WS-TILL-OPEN = 'Y'
               MOVE WS-LOAN-PAYOFF-TOTAL TO WS-TMP-AMOUNT
               MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF

           DISPLAY 'Prestamo ' WS-LOAN-ID-IN ' liquidado; '
               'LOAN-BILLING dejara de facturarlo'
           .

      *> Promesa de pago sobre una mora OPEN del registro que
      *> mantiene LOAN-COLLECTIONS: fecha e importe comprometidos;
      *> el trabajo nocturno evalua si se cumplio
       LOAN-PROMISE-RECORD.
           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN
           DISPLAY 'Fecha comprometida (AAAA-MM-DD): '
               WITH NO ADVANCING
           ACCEPT WS-PROMISE-DATE-IN
           PERFORM ASK-AMOUNT
           IF WS-PROMISE-DATE-IN = SPACES OR WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: fecha e importe son obligatorios'
               EXIT PARAGRAPH
           END-IF

           MOVE 'PROMESA' TO WS-DLQ-ROW-STATE
           PERFORM UPDATE-DELINQ-ROW
           IF WS-DLQ-FOUND = 'N'
               DISPLAY 'ERROR: el prestamo no esta en el registro '
                   'de mora'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Promesa registrada; LOAN-COLLECTIONS evaluara '
               'su cumplimiento'
           .

      *> Saneamiento aprobado por supervisor: el capital vivo se
      *> lleva a gasto (DEBIT a WRITEOFF) contra la cartera
      *> (CREDIT a LOANBOOK), el prestamo pasa a WRITTENOFF y la
      *> facturacion se detiene
       LOAN-WRITE-OFF.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: sanear un prestamo requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           PERFORM FIND-LOAN-IN-REGISTER
           IF WS-LOAN-FOUND = 'N'
               DISPLAY 'ERROR: prestamo no encontrado o no activo'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-PRIN-STR)
               TO WS-LOAN-PRINCIPAL
           IF WS-LOAN-PRINCIPAL <= 0
               DISPLAY 'ERROR: el prestamo no tiene capital vivo'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           DISPLAY 'Capital vivo a sanear: ' WS-LOAN-EDIT-1
           DISPLAY 'Confirmar saneamiento (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Saneamiento cancelado'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-ID-IN TO WS-LOAN-ROW-ID
           MOVE WS-LOAN-PRINCIPAL TO WS-TMP-AMOUNT
           MOVE 'WRITEOFF' TO WS-LOAN-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-LOAN-CONTRA-SIDE
           PERFORM APPEND-LOAN-CONTRA-CSV
           MOVE WS-LOAN-PRINCIPAL TO WS-TMP-AMOUNT
           MOVE 'LOANBOOK' TO WS-LOAN-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-LOAN-CONTRA-SIDE
           PERFORM APPEND-LOAN-CONTRA-CSV

           MOVE 'WRITTENOFF' TO WS-LOAN-ROW-STATUS
           PERFORM MARK-LOAN-WRITTENOFF

           MOVE 'SANEAMIENTO' TO WS-MA-ACTION
           MOVE WS-LOAN-ID-IN TO WS-MA-ENTITY
           MOVE 'PRINCIPAL' TO WS-MA-FIELD
           MOVE FUNCTION TRIM(WS-LOAN-ROW-PRIN-STR) TO WS-MA-OLD
           MOVE '0.00' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Prestamo saneado; la facturacion se detiene'
           .

      *> Reescritura de loans.csv: la fila viva pasa a WRITTENOFF
      *> con el principal a cero (LOAN-BILLING solo factura ACTIVE
      *> y RESTRUCTURED)
       MARK-LOAN-WRITTENOFF.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOANS-NEW-FILE

           PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
               READ LOANS-FILE INTO WS-LOAN-LINE
               IF WS-LOANS-FILE-STATUS = '00'
                   MOVE WS-LOAN-LINE TO WS-LOAN-ORIG-LINE
                   PERFORM PARSE-LOAN-LINE
                   IF WS-LOAN-ROW-ID = WS-LOAN-ID-IN
                       AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                         OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                       MOVE SPACES TO WS-LOAN-LINE
                       STRING WS-LOAN-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LOAN-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',0.00,' DELIMITED BY SIZE
                              WS-LOAN-ROW-RATE-STR
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LOAN-ROW-TERM-STR
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LOAN-ROW-INST-STR
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LOAN-ROW-NEXT-DATE
                                  DELIMITED BY SIZE
                              ',WRITTENOFF' DELIMITED BY SIZE
                              WS-LOAN-ROW-TAIL
                                  DELIMITED BY SPACE
                           INTO WS-LOAN-LINE
                       END-STRING
                       WRITE LOANS-NEW-RECORD FROM WS-LOAN-LINE
                   ELSE
                       WRITE LOANS-NEW-RECORD
                           FROM WS-LOAN-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOANS-NEW-FILE
           CLOSE LOANS-FILE

           MOVE SPACES TO WS-LOAN-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv' DELIMITED BY SIZE
               INTO WS-LOAN-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LOAN-MV-CMD
               GIVING WS-LOAN-MV-RC
           .

      *> ------------------------------------------------------------
      *> Reestructuracion acordada por recobro (supervisor): nuevo
      *> tipo y plazo sobre el capital vivo, con las cuotas
      *> impagadas del registro de mora capitalizadas si se pide.
      *> La cuota se recalcula con la formula francesa, el cuadro
      *> se muestra al cliente y el prestamo pasa a RESTRUCTURED
      *> conservando en la fila sus condiciones originales
      *> ------------------------------------------------------------
       LOAN-RESTRUCTURE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: reestructurar un prestamo requiere '
                   'una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           PERFORM FIND-LOAN-IN-REGISTER
           IF WS-LOAN-FOUND = 'N'
               DISPLAY 'ERROR: prestamo no encontrado o no activo'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-PRIN-STR)
               TO WS-LOAN-PRINCIPAL
           IF WS-LOAN-PRINCIPAL <= 0
               DISPLAY 'ERROR: el prestamo no tiene capital vivo'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           DISPLAY ' '
           DISPLAY 'CONDICIONES ACTUALES ' WS-LOAN-ID-IN
           DISPLAY '  Capital vivo       : ' WS-LOAN-EDIT-1
           DISPLAY '  Tipo anual         : '
               FUNCTION TRIM(WS-LOAN-ROW-RATE-STR)
           DISPLAY '  Plazo en meses     : '
               FUNCTION TRIM(WS-LOAN-ROW-TERM-STR)
           DISPLAY '  Cuota mensual      : '
               FUNCTION TRIM(WS-LOAN-ROW-INST-STR)
           DISPLAY '  Proximo vencimiento: ' WS-LOAN-ROW-NEXT-DATE

           MOVE WS-LOAN-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta de reembolso no existe'
               EXIT PARAGRAPH
           END-IF

      *>   Impagos capitalizables: lo acumulado en la mora OPEN del
      *>   registro, limitado al descubierto real de la cuenta (lo
      *>   que el cliente ya haya repuesto no se capitaliza)
           PERFORM FIND-DELINQ-ARREARS
           IF ACC-BALANCE(WS-ACC-INDEX) >= 0
               MOVE 0 TO WS-LOAN-ARREARS-TOTAL
           ELSE
               IF WS-LOAN-ARREARS-TOTAL
                   > 0 - ACC-BALANCE(WS-ACC-INDEX)
                   COMPUTE WS-LOAN-ARREARS-TOTAL =
                       0 - ACC-BALANCE(WS-ACC-INDEX)
               END-IF
           END-IF

           MOVE 0 TO WS-LOAN-CAPITALISED
           IF WS-LOAN-ARREARS-TOTAL > 0
               MOVE WS-LOAN-ARREARS-TOTAL TO WS-LOAN-EDIT-1
               DISPLAY '  Cuotas impagadas   : ' WS-LOAN-EDIT-1
               DISPLAY 'Capitalizar los impagos (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-LOAN-ACCEPT
               IF WS-LOAN-ACCEPT = 'S'
                   MOVE WS-LOAN-ARREARS-TOTAL TO WS-LOAN-CAPITALISED
               END-IF
           END-IF

           DISPLAY 'Nuevo tipo anual (ej. 0.06): ' WITH NO ADVANCING
           ACCEPT WS-LOAN-RATE-IN
           DISPLAY 'Nuevo plazo en meses: ' WITH NO ADVANCING
           ACCEPT WS-LOAN-TERM-IN
           IF FUNCTION TEST-NUMVAL(WS-LOAN-RATE-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOAN-TERM-IN) NOT = 0
               DISPLAY 'ERROR: tipo o plazo no numericos'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOAN-RATE-IN) TO WS-LOAN-RATE
           MOVE FUNCTION NUMVAL(WS-LOAN-TERM-IN) TO WS-LOAN-TERM
           IF WS-LOAN-TERM = 0
               DISPLAY 'ERROR: el plazo debe ser al menos 1 mes'
               EXIT PARAGRAPH
           END-IF

           ADD WS-LOAN-CAPITALISED TO WS-LOAN-PRINCIPAL
           PERFORM COMPUTE-LOAN-INSTALLMENT

           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-EDIT-2
           DISPLAY ' '
           DISPLAY 'Nuevo capital      : ' WS-LOAN-EDIT-1
           DISPLAY 'Nueva cuota mensual: ' WS-LOAN-EDIT-2
           PERFORM SHOW-AMORTIZATION-SCHEDULE

           DISPLAY 'El cliente acepta la reestructuracion (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Reestructuracion cancelada'
               EXIT PARAGRAPH
           END-IF

      *>   La traza y el vencimiento se toman antes de reescribir el
      *>   maestro, que vuelve a analizar todas sus filas
           MOVE SPACES TO WS-MA-OLD
           STRING FUNCTION TRIM(WS-LOAN-ROW-PRIN-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-RATE-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-TERM-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-INST-STR)
                      DELIMITED BY SIZE
               INTO WS-MA-OLD
           END-STRING
           MOVE WS-LOAN-ROW-NEXT-DATE TO WS-LOAN-FIRST-DUE

      *>   Capitalizacion: el descubierto de las cuotas impagadas se
      *>   repone en la cuenta y pasa a la cartera como capital
           IF WS-LOAN-CAPITALISED > 0
               MOVE WS-LOAN-CAPITALISED TO WS-TMP-AMOUNT
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               MOVE SPACES TO WS-APPEND-AUX
               STRING 'LOAN:' WS-LOAN-ID-IN
                   INTO WS-APPEND-AUX
               END-STRING
               MOVE 'PRESTAMO' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

               MOVE WS-LOAN-CAPITALISED TO WS-TMP-AMOUNT
               MOVE 'LOANBOOK' TO WS-LOAN-CONTRA-ACCT
               MOVE 'DEBIT' TO WS-LOAN-CONTRA-SIDE
               PERFORM APPEND-LOAN-CONTRA-CSV
           END-IF

           PERFORM MARK-LOAN-RESTRUCTURED
           IF WS-LOAN-CAPITALISED > 0
               PERFORM CLOSE-DELINQ-RESTRUCTURED
           END-IF

           MOVE 'REESTRUCTURA' TO WS-MA-ACTION
           MOVE WS-LOAN-ID-IN TO WS-MA-ENTITY
           MOVE 'CONDICIONES' TO WS-MA-FIELD
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-EDIT-2
           MOVE SPACES TO WS-MA-NEW
           STRING FUNCTION TRIM(WS-LOAN-EDIT-1) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-RATE-IN) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-TERM-IN) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-EDIT-2) DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Prestamo ' WS-LOAN-ID-IN ' reestructurado; la '
               'nueva cuota se factura desde el ' WS-LOAN-FIRST-DUE
           .

      *> Reescritura de loans.csv: la fila viva toma las nuevas
      *> condiciones y pasa a RESTRUCTURED; las originales quedan
      *> en las columnas 9-12 (solo la primera vez) y la fecha de
      *> la reestructuracion en la 13
       MARK-LOAN-RESTRUCTURED.
           PERFORM SET-APPEND-DATE

           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOANS-NEW-FILE

           PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
               READ LOANS-FILE INTO WS-LOAN-LINE
               IF WS-LOANS-FILE-STATUS = '00'
                   PERFORM RESTRUCTURE-ONE-LOAN-LINE
               END-IF
           END-PERFORM

           CLOSE LOANS-NEW-FILE
           CLOSE LOANS-FILE

           MOVE SPACES TO WS-LOAN-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv' DELIMITED BY SIZE
               INTO WS-LOAN-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LOAN-MV-CMD
               GIVING WS-LOAN-MV-RC
           IF WS-LOAN-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir loans.csv'
           END-IF
           .

       RESTRUCTURE-ONE-LOAN-LINE.
           MOVE WS-LOAN-LINE TO WS-LOAN-ORIG-LINE
           PERFORM PARSE-LOAN-LINE

           IF WS-LOAN-ROW-ID NOT = WS-LOAN-ID-IN
               OR (WS-LOAN-ROW-STATUS NOT = 'ACTIVE'
                   AND WS-LOAN-ROW-STATUS NOT = 'RESTRUCTURED')
               WRITE LOANS-NEW-RECORD FROM WS-LOAN-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-LOAN-ROW-ORIG-PRIN = SPACES
               MOVE WS-LOAN-ROW-PRIN-STR TO WS-LOAN-ROW-ORIG-PRIN
               MOVE WS-LOAN-ROW-RATE-STR TO WS-LOAN-ROW-ORIG-RATE
               MOVE WS-LOAN-ROW-TERM-STR TO WS-LOAN-ROW-ORIG-TERM
               MOVE WS-LOAN-ROW-INST-STR TO WS-LOAN-ROW-ORIG-INST
           END-IF
           MOVE WS-APPEND-DATE TO WS-LOAN-ROW-RST-DATE
           PERFORM BUILD-LOAN-ROW-TAIL

           MOVE WS-LOAN-PRINCIPAL TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-PRIN-STR
           MOVE WS-LOAN-INSTALLMENT TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-INST-STR

           MOVE SPACES TO WS-LOAN-LINE
           STRING WS-LOAN-ROW-ID        DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-ACCOUNT   DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-PRIN-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-RATE-IN       DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-TERM-IN       DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-INST-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-NEXT-DATE DELIMITED BY SIZE
                  ',RESTRUCTURED'       DELIMITED BY SIZE
                  WS-LOAN-ROW-TAIL      DELIMITED BY SPACE
               INTO WS-LOAN-LINE
           END-STRING
           WRITE LOANS-NEW-RECORD FROM WS-LOAN-LINE
           .

      *> ------------------------------------------------------------
      *> Amortizacion parcial anticipada en ventanilla: el cliente
      *> entrega parte del capital sin cancelar el prestamo y elige
      *> reducir el plazo (misma cuota) o la cuota (mismo plazo);
      *> la comision de la fila LOAN del catalogo se carga aparte
      *> y el justificante recoge el cuadro anterior y el nuevo
      *> ------------------------------------------------------------
       LOAN-PREPAY.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: la amortizacion parcial solo esta '
                   'disponible en modo CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           PERFORM FIND-LOAN-IN-REGISTER
           IF WS-LOAN-FOUND = 'N'
               DISPLAY 'ERROR: prestamo no encontrado o no activo'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta de reembolso no existe'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'CONDICIONES ACTUALES ' WS-LOAN-ID-IN
           DISPLAY '  Capital vivo       : '
               FUNCTION TRIM(WS-LOAN-ROW-PRIN-STR)
           DISPLAY '  Tipo anual         : '
               FUNCTION TRIM(WS-LOAN-ROW-RATE-STR)
           DISPLAY '  Cuota mensual      : '
               FUNCTION TRIM(WS-LOAN-ROW-INST-STR)
           DISPLAY '  Proximo vencimiento: ' WS-LOAN-ROW-NEXT-DATE

           DISPLAY 'Importe a amortizar'
           PERFORM ASK-AMOUNT
           MOVE WS-TMP-AMOUNT TO WS-LOAN-PREPAY-AMOUNT
           DISPLAY 'Reducir (P)lazo o (C)uota: ' WITH NO ADVANCING
           ACCEPT WS-LOAN-PREPAY-MODE
           MOVE FUNCTION UPPER-CASE(WS-LOAN-PREPAY-MODE)
               TO WS-LOAN-PREPAY-MODE

           PERFORM LOAN-PREPAY-CALC
           IF WS-LOAN-PREPAY-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-PREPAY-FEE TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-PREPAY-TOTAL TO WS-LOAN-EDIT-2
           DISPLAY ' '
           DISPLAY '  Comision           : ' WS-LOAN-EDIT-1
           DISPLAY '  Total a cargar     : ' WS-LOAN-EDIT-2
           MOVE WS-LOAN-PREPAY-OLD-INST TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-PREPAY-NEW-INST TO WS-LOAN-EDIT-2
           DISPLAY '  Cuota anterior     : ' WS-LOAN-EDIT-1
               ' en ' WS-LOAN-PREPAY-OLD-TERM ' meses'
           DISPLAY '  Cuota nueva        : ' WS-LOAN-EDIT-2
               ' en ' WS-LOAN-PREPAY-NEW-TERM ' meses'
           PERFORM SHOW-AMORTIZATION-SCHEDULE

           DISPLAY 'El cliente acepta la amortizacion (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Amortizacion cancelada'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAN-PREPAY-APPLY
           IF WS-LOAN-PREPAY-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-TILL-OPEN = 'Y'
               MOVE WS-LOAN-PREPAY-TOTAL TO WS-TMP-AMOUNT
               MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF

           DISPLAY 'Prestamo ' WS-LOAN-ID-IN ' amortizado '
               'parcialmente; la nueva cuota se factura desde el '
               WS-LOAN-FIRST-DUE
           .

      *> Orden de lote PREPAY,cuenta,importe,prestamo[,P|C]: la
      *> cuenta de la orden debe ser la de reembolso del prestamo;
      *> sin modalidad se reduce el plazo
       BATCH-LOAN-PREPAY.
           MOVE 'N' TO WS-LOAN-PREPAY-OK
           IF WS-DATA-SOURCE NOT = 'CSV'
               MOVE 'DB2' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE BATCH-TO-ACCOUNT TO WS-LOAN-ID-IN
           PERFORM FIND-LOAN-IN-REGISTER
           IF WS-LOAN-FOUND = 'N'
               OR WS-LOAN-ROW-ACCOUNT NOT = BATCH-ACCOUNT
               DISPLAY 'ERROR: prestamo inexistente o de otra '
                   'cuenta en la orden: '
                   FUNCTION TRIM(WS-BATCH-LINE)
               MOVE 'PRESTAMO' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               MOVE 'CUENTA' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE BATCH-AMOUNT TO WS-LOAN-PREPAY-AMOUNT
           MOVE BATCH-PREPAY-MODE TO WS-LOAN-PREPAY-MODE
           IF WS-LOAN-PREPAY-MODE = SPACES
               MOVE 'P' TO WS-LOAN-PREPAY-MODE
           END-IF

           PERFORM LOAN-PREPAY-CALC
           IF WS-LOAN-PREPAY-OK = 'Y'
               PERFORM LOAN-PREPAY-APPLY
           END-IF
           .

      *> Calcula la comision y el nuevo cuadro del prestamo
      *> localizado (WS-LOAN-ROW-*) para WS-LOAN-PREPAY-AMOUNT; el
      *> plazo pendiente se obtiene simulando la cuota vigente
      *> sobre el capital vivo. Deja WS-LOAN-PREPAY-OK en Y, o en
      *> N con el motivo en WS-FAIL-REASON
       LOAN-PREPAY-CALC.
           MOVE 'N' TO WS-LOAN-PREPAY-OK

           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-PRIN-STR)
               TO WS-LOAN-PRINCIPAL
           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-RATE-STR)
               TO WS-LOAN-RATE
           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-INST-STR)
               TO WS-LOAN-INSTALLMENT

      *>   Cancelar del todo es la liquidacion anticipada, que
      *>   ademas cobra el interes devengado
           IF WS-LOAN-PREPAY-AMOUNT <= 0
               OR WS-LOAN-PREPAY-AMOUNT >= WS-LOAN-PRINCIPAL
               DISPLAY 'ERROR: el importe debe ser positivo y menor '
                   'que el capital vivo (para cancelar, liquidacion '
                   'anticipada)'
               MOVE 'IMPORTE' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-PREPAY-MODE NOT = 'P'
               AND WS-LOAN-PREPAY-MODE NOT = 'C'
               DISPLAY 'ERROR: modalidad no valida (P o C)'
               MOVE 'MODALIDAD' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LOAN-MONTH-RATE = WS-LOAN-RATE / 12
           PERFORM COUNT-LOAN-REMAINING-MONTHS
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-PREPAY-OLD-PRIN
           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-PREPAY-OLD-INST
           MOVE WS-LOAN-PREPAY-MONTHS TO WS-LOAN-PREPAY-OLD-TERM

           PERFORM FIND-CATALOG-PREPAY-FEE
           COMPUTE WS-LOAN-PREPAY-FEE ROUNDED =
               WS-LOAN-PREPAY-AMOUNT * WS-LOAN-PREPAY-FEE-RATE
           COMPUTE WS-LOAN-PREPAY-TOTAL =
               WS-LOAN-PREPAY-AMOUNT + WS-LOAN-PREPAY-FEE

           SUBTRACT WS-LOAN-PREPAY-AMOUNT FROM WS-LOAN-PRINCIPAL
           IF WS-LOAN-PREPAY-MODE = 'C'
               MOVE WS-LOAN-PREPAY-OLD-TERM TO WS-LOAN-TERM
               PERFORM COMPUTE-LOAN-INSTALLMENT
           ELSE
               PERFORM COUNT-LOAN-REMAINING-MONTHS
               MOVE WS-LOAN-PREPAY-MONTHS TO WS-LOAN-TERM
           END-IF

           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-PREPAY-NEW-PRIN
           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-PREPAY-NEW-INST
           MOVE WS-LOAN-TERM TO WS-LOAN-PREPAY-NEW-TERM
           MOVE 'Y' TO WS-LOAN-PREPAY-OK
           .

      *> Meses que tarda la cuota WS-LOAN-INSTALLMENT en amortizar
      *> WS-LOAN-PRINCIPAL; un resto de redondeo menor que la unidad
      *> lo absorbe la ultima cuota, como en el cuadro, y una cuota
      *> que no cubre el interes deja el tope de 999
       COUNT-LOAN-REMAINING-MONTHS.
           MOVE 0 TO WS-LOAN-PREPAY-MONTHS
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-SCHED-BAL
           PERFORM UNTIL WS-LOAN-SCHED-BAL <= 0
               OR WS-LOAN-PREPAY-MONTHS >= 999
               COMPUTE WS-LOAN-SCHED-INT ROUNDED =
                   WS-LOAN-SCHED-BAL * WS-LOAN-MONTH-RATE
               COMPUTE WS-LOAN-SCHED-PRIN =
                   WS-LOAN-INSTALLMENT - WS-LOAN-SCHED-INT
               EVALUATE TRUE
                   WHEN WS-LOAN-SCHED-PRIN <= 0
                       MOVE 999 TO WS-LOAN-PREPAY-MONTHS
                   WHEN WS-LOAN-SCHED-PRIN + 1 > WS-LOAN-SCHED-BAL
                       MOVE 0 TO WS-LOAN-SCHED-BAL
                       ADD 1 TO WS-LOAN-PREPAY-MONTHS
                   WHEN OTHER
                       SUBTRACT WS-LOAN-SCHED-PRIN
                           FROM WS-LOAN-SCHED-BAL
                       ADD 1 TO WS-LOAN-PREPAY-MONTHS
               END-EVALUATE
           END-PERFORM
           .

      *> Comision de amortizacion anticipada: 8a columna de la fila
      *> LOAN del catalogo; sin fila o sin columna no hay comision
       FIND-CATALOG-PREPAY-FEE.
           MOVE 0 TO WS-LOAN-PREPAY-FEE-RATE
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
               IF CAT-TYPE(IX-CAT) = 'LOAN'
                   AND CAT-PREPAY-FEE(IX-CAT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(CAT-PREPAY-FEE(IX-CAT))
                       = 0
                   MOVE FUNCTION NUMVAL(CAT-PREPAY-FEE(IX-CAT))
                       TO WS-LOAN-PREPAY-FEE-RATE
               END-IF
           END-PERFORM
           .

      *> Asienta la amortizacion calculada por LOAN-PREPAY-CALC
      *> sobre la cuenta WS-ACC-INDEX: cargo del capital contra la
      *> cartera, cargo de la comision contra FEEINCOME, nuevo
      *> cuadro en loans.csv, justificante y traza
       LOAN-PREPAY-APPLY.
           MOVE 'N' TO WS-LOAN-PREPAY-OK

           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE
               + ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX)
               < WS-LOAN-PREPAY-TOTAL
               DISPLAY 'ERROR: saldo disponible insuficiente para '
                   'la amortizacion'
               MOVE 'SALDO' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

      *>   La traza, el vencimiento y la cuenta se toman antes de
      *>   reescribir el maestro, que vuelve a analizar sus filas
           MOVE WS-LOAN-PREPAY-OLD-TERM TO WS-LOAN-PREPAY-TERM-EDIT
           MOVE SPACES TO WS-MA-OLD
           STRING FUNCTION TRIM(WS-LOAN-ROW-PRIN-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-RATE-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-PREPAY-TERM-EDIT)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-INST-STR)
                      DELIMITED BY SIZE
               INTO WS-MA-OLD
           END-STRING
           MOVE WS-LOAN-ROW-NEXT-DATE TO WS-LOAN-FIRST-DUE
           MOVE WS-LOAN-ROW-ACCOUNT TO WS-LOAN-PREPAY-ACCOUNT

      *>   Capital amortizado: sale de la cartera
           MOVE WS-LOAN-PREPAY-AMOUNT TO WS-TMP-AMOUNT
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-APPEND-AUX
           STRING 'LOAN:' WS-LOAN-ID-IN
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'PRESTAMO' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

           MOVE WS-LOAN-PREPAY-AMOUNT TO WS-TMP-AMOUNT
           MOVE 'LOANBOOK' TO WS-LOAN-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-LOAN-CONTRA-SIDE
           PERFORM APPEND-LOAN-CONTRA-CSV

      *>   Comision: cargo identificado como las del cuadro de
      *>   comisiones, con su ingreso en FEEINCOME
           IF WS-LOAN-PREPAY-FEE > 0
               MOVE WS-LOAN-PREPAY-FEE TO WS-TMP-AMOUNT
               SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'DEBIT' TO WS-APPEND-TYPE
               MOVE 'FEE:PREPAY' TO WS-APPEND-AUX
               MOVE 'COMISION' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

               MOVE WS-LOAN-PREPAY-FEE TO WS-TMP-AMOUNT
               MOVE 'FEEINCOME' TO WS-LOAN-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-LOAN-CONTRA-SIDE
               PERFORM APPEND-LOAN-CONTRA-CSV
           END-IF

           PERFORM MARK-LOAN-PREPAID
           PERFORM WRITE-LOAN-PREPAY-RECEIPT

           MOVE 'AMORTIZACION' TO WS-MA-ACTION
           MOVE WS-LOAN-ID-IN TO WS-MA-ENTITY
           MOVE 'CONDICIONES' TO WS-MA-FIELD
           MOVE WS-LOAN-PREPAY-NEW-PRIN TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-PREPAY-NEW-INST TO WS-LOAN-EDIT-2
           MOVE WS-LOAN-PREPAY-NEW-TERM TO WS-LOAN-PREPAY-TERM-EDIT
           MOVE SPACES TO WS-MA-NEW
           STRING FUNCTION TRIM(WS-LOAN-EDIT-1) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ROW-RATE-STR)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-PREPAY-TERM-EDIT)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-EDIT-2) DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           MOVE WS-LOAN-PREPAY-AMOUNT TO WS-TMP-AMOUNT
           MOVE 'Y' TO WS-LOAN-PREPAY-OK
           .

      *> Reescritura de loans.csv: la fila viva toma el capital, el
      *> plazo pendiente y la cuota nuevos; conserva su estado y
      *> las columnas de reestructuracion
       MARK-LOAN-PREPAID.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOANS-NEW-FILE

           PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
               READ LOANS-FILE INTO WS-LOAN-LINE
               IF WS-LOANS-FILE-STATUS = '00'
                   PERFORM PREPAY-ONE-LOAN-LINE
               END-IF
           END-PERFORM

           CLOSE LOANS-NEW-FILE
           CLOSE LOANS-FILE

           MOVE SPACES TO WS-LOAN-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv' DELIMITED BY SIZE
               INTO WS-LOAN-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LOAN-MV-CMD
               GIVING WS-LOAN-MV-RC
           IF WS-LOAN-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir loans.csv'
           END-IF
           .

       PREPAY-ONE-LOAN-LINE.
           MOVE WS-LOAN-LINE TO WS-LOAN-ORIG-LINE
           PERFORM PARSE-LOAN-LINE

           IF WS-LOAN-ROW-ID NOT = WS-LOAN-ID-IN
               OR (WS-LOAN-ROW-STATUS NOT = 'ACTIVE'
                   AND WS-LOAN-ROW-STATUS NOT = 'RESTRUCTURED')
               WRITE LOANS-NEW-RECORD FROM WS-LOAN-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-PREPAY-NEW-PRIN TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-PRIN-STR
           MOVE WS-LOAN-PREPAY-NEW-INST TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-LOAN-ROW-INST-STR
           MOVE WS-LOAN-PREPAY-NEW-TERM TO WS-LOAN-PREPAY-TERM-EDIT
           MOVE FUNCTION TRIM(WS-LOAN-PREPAY-TERM-EDIT)
               TO WS-LOAN-ROW-TERM-STR

           MOVE SPACES TO WS-LOAN-LINE
           STRING WS-LOAN-ROW-ID        DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-ACCOUNT   DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-PRIN-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-RATE-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-TERM-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-INST-STR  DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-NEXT-DATE DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-LOAN-ROW-STATUS    DELIMITED BY SPACE
                  WS-LOAN-ROW-TAIL      DELIMITED BY SPACE
               INTO WS-LOAN-LINE
           END-STRING
           WRITE LOANS-NEW-RECORD FROM WS-LOAN-LINE
           .

      *> Justificante loan-prepay-<id>.txt con el importe, la
      *> comision y los cuadros anterior y nuevo
       WRITE-LOAN-PREPAY-RECEIPT.
           MOVE SPACES TO WS-LOAN-QUOTE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-prepay-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ID-IN) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-LOAN-QUOTE-PATH
           END-STRING

           OPEN OUTPUT LOAN-QUOTE-FILE

           MOVE 'AMORTIZACION PARCIAL ANTICIPADA'
               TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Prestamo     : ' WS-LOAN-ID-IN
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Cuenta       : ' WS-LOAN-PREPAY-ACCOUNT
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Fecha        : ' WS-APPEND-DATE
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PREPAY-AMOUNT TO WS-LOAN-EDIT-1
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Amortizado   : ' WS-LOAN-EDIT-1
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PREPAY-FEE TO WS-LOAN-EDIT-1
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Comision     : ' WS-LOAN-EDIT-1
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           IF WS-LOAN-PREPAY-MODE = 'C'
               MOVE 'Modalidad    : reduccion de cuota'
                   TO LOAN-QUOTE-RECORD
           ELSE
               MOVE 'Modalidad    : reduccion de plazo'
                   TO LOAN-QUOTE-RECORD
           END-IF
           WRITE LOAN-QUOTE-RECORD

           MOVE SPACES TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE 'CUADRO ANTERIOR' TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PREPAY-OLD-PRIN TO WS-LOAN-PRINCIPAL
           MOVE WS-LOAN-PREPAY-OLD-INST TO WS-LOAN-INSTALLMENT
           MOVE WS-LOAN-PREPAY-OLD-TERM TO WS-LOAN-TERM
           PERFORM WRITE-PREPAY-SCHEDULE

           MOVE SPACES TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE 'CUADRO NUEVO' TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PREPAY-NEW-PRIN TO WS-LOAN-PRINCIPAL
           MOVE WS-LOAN-PREPAY-NEW-INST TO WS-LOAN-INSTALLMENT
           MOVE WS-LOAN-PREPAY-NEW-TERM TO WS-LOAN-TERM
           PERFORM WRITE-PREPAY-SCHEDULE

           CLOSE LOAN-QUOTE-FILE
           DISPLAY 'Justificante impreso en ' WS-LOAN-QUOTE-PATH
           .

      *> Cuadro de WS-LOAN-PRINCIPAL/-INSTALLMENT/-TERM en el
      *> justificante, con la misma mecanica que la pantalla
       WRITE-PREPAY-SCHEDULE.
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           MOVE WS-LOAN-INSTALLMENT TO WS-LOAN-EDIT-2
           MOVE WS-LOAN-TERM TO WS-LOAN-PREPAY-TERM-EDIT
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Capital vivo ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-EDIT-1) DELIMITED BY SIZE
                  ', cuota ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-EDIT-2) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-PREPAY-TERM-EDIT)
                      DELIMITED BY SIZE
                  ' meses' DELIMITED BY SIZE
               INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE 'MES  INTERES         CAPITAL         PENDIENTE'
               TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-SCHED-BAL
           PERFORM VARYING WS-LOAN-SCHED-IX FROM 1 BY 1
               UNTIL WS-LOAN-SCHED-IX > WS-LOAN-TERM
               COMPUTE WS-LOAN-SCHED-INT ROUNDED =
                   WS-LOAN-SCHED-BAL * WS-LOAN-MONTH-RATE
               COMPUTE WS-LOAN-SCHED-PRIN =
                   WS-LOAN-INSTALLMENT - WS-LOAN-SCHED-INT
               IF WS-LOAN-SCHED-PRIN > WS-LOAN-SCHED-BAL
                   OR WS-LOAN-SCHED-IX = WS-LOAN-TERM
                   MOVE WS-LOAN-SCHED-BAL TO WS-LOAN-SCHED-PRIN
               END-IF
               SUBTRACT WS-LOAN-SCHED-PRIN FROM WS-LOAN-SCHED-BAL
               MOVE WS-LOAN-SCHED-INT TO WS-LOAN-EDIT-1
               MOVE WS-LOAN-SCHED-PRIN TO WS-LOAN-EDIT-2
               MOVE WS-LOAN-SCHED-BAL TO WS-LOAN-EDIT-3
               MOVE SPACES TO LOAN-QUOTE-RECORD
               STRING WS-LOAN-SCHED-IX ' ' WS-LOAN-EDIT-1 ' '
                   WS-LOAN-EDIT-2 ' ' WS-LOAN-EDIT-3
                   DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
               END-STRING
               WRITE LOAN-QUOTE-RECORD
           END-PERFORM
           .

      *> ============================================================
      *> GARANTIAS DE PRESTAMOS
      *> ============================================================

      *> Registro de lo que asegura cada prestamo: inmueble,
      *> vehiculo, deposito a plazo o saldo de cuenta pignorado;
      *> LTV-REPORT vigila a fin de mes la relacion prestamo-valor
      *> y la antiguedad de las tasaciones
       DO-COLLATERAL-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el registro de garantias solo esta '
                   'disponible en modo CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== GARANTIAS ====='
           DISPLAY '1 - Registrar garantia'
           DISPLAY '2 - Nueva valoracion (tasacion)'
           DISPLAY '3 - Liberar garantia (supervisor)'
           DISPLAY '4 - Garantias de un prestamo'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-COL-OPTION

           EVALUATE WS-COL-OPTION
               WHEN 1
                   PERFORM COLLATERAL-REGISTER
               WHEN 2
                   PERFORM COLLATERAL-REVALUE
               WHEN 3
                   PERFORM COLLATERAL-RELEASE
               WHEN 4
                   PERFORM COLLATERAL-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       COLLATERAL-REGISTER.
           DISPLAY 'Tipo (PROPERTY/VEHICLE/TD/ACCOUNT): '
               WITH NO ADVANCING
           ACCEPT WS-COL-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-COL-TYPE-IN) TO WS-COL-TYPE-IN
           IF WS-COL-TYPE-IN NOT = 'PROPERTY'
               AND WS-COL-TYPE-IN NOT = 'VEHICLE'
               AND WS-COL-TYPE-IN NOT = 'TD'
               AND WS-COL-TYPE-IN NOT = 'ACCOUNT'
               DISPLAY 'ERROR: tipo de garantia no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Prestamos garantizados (LN-..., separados '
               'por ;): ' WITH NO ADVANCING
           ACCEPT WS-COL-LOANS-IN
           PERFORM VALIDATE-COLLATERAL-LOANS
           IF WS-COL-LOANS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE 0 TO WS-COL-PLEDGED
           MOVE SPACES TO WS-COL-HOLD-ID

           EVALUATE WS-COL-TYPE-IN
               WHEN 'TD'
      *>           El valor de un deposito es su principal; queda
      *>           pignorado entero
                   DISPLAY 'Numero del deposito (8 cifras): '
                       WITH NO ADVANCING
                   ACCEPT WS-TD-LOOKUP-ID
                   PERFORM FIND-TD-IN-REGISTER
                   IF WS-TD-FOUND = 'N'
                       DISPLAY 'ERROR: deposito no encontrado o no '
                           'activo'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TD-LOOKUP-ID(1:8) TO WS-TD-ROW-ID
                   PERFORM FIND-TD-PLEDGE
                   IF WS-COL-FOUND = 'Y'
                       DISPLAY 'ERROR: el deposito ya esta pignorado '
                           'en la garantia '
                           FUNCTION TRIM(WS-COL-ROW-ID)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TD-LOOKUP-ID(1:8) TO WS-COL-REF-IN
                   MOVE FUNCTION NUMVAL(WS-TD-ROW-PRINCIPAL)
                       TO WS-COL-VALUE
                   MOVE WS-COL-VALUE TO WS-COL-PLEDGED
                   MOVE WS-APPEND-DATE TO WS-COL-DATE-IN
               WHEN 'ACCOUNT'
      *>           Saldo pignorado: una retencion GARANTIA sin
      *>           vencimiento lo aparta del disponible
                   PERFORM ASK-ACCOUNT
                   PERFORM REFRESH-FROM-TX-CSV
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       DISPLAY 'ERROR: cuenta no encontrada'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'Importe pignorado'
                   PERFORM ASK-AMOUNT
                   PERFORM SUM-ACTIVE-HOLDS
                   COMPUTE WS-AVAILABLE-BALANCE =
                       ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
                   IF WS-TMP-AMOUNT <= 0
                       OR WS-TMP-AMOUNT > WS-AVAILABLE-BALANCE
                       DISPLAY 'ERROR: el importe debe ser positivo '
                           'y no superar el saldo disponible'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TMP-ACCOUNT TO WS-COL-REF-IN
                   MOVE WS-TMP-AMOUNT TO WS-COL-VALUE
                   MOVE WS-TMP-AMOUNT TO WS-COL-PLEDGED
                   MOVE WS-APPEND-DATE TO WS-COL-DATE-IN
                   MOVE 'GARANTIA' TO WS-HOLD-REASON-IN
                   MOVE SPACES TO WS-HOLD-EXPIRY-IN
                   PERFORM APPEND-HOLD-ROW
                   MOVE WS-HOLD-ROW-ID TO WS-COL-HOLD-ID
               WHEN OTHER
                   DISPLAY 'Descripcion del bien: ' WITH NO ADVANCING
                   ACCEPT WS-COL-REF-IN
                   INSPECT WS-COL-REF-IN REPLACING ALL ',' BY ' '
                   DISPLAY 'Valoracion (tasacion): ' WITH NO ADVANCING
                   ACCEPT WS-COL-VALUE-IN
                   IF FUNCTION TEST-NUMVAL(WS-COL-VALUE-IN) NOT = 0
                       DISPLAY 'ERROR: valoracion no numerica'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-COL-VALUE-IN)
                       TO WS-COL-VALUE
                   IF WS-COL-VALUE <= 0
                       DISPLAY 'ERROR: la valoracion debe ser '
                           'positiva'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'Fecha de la tasacion (AAAA-MM-DD, vacio '
                       '= hoy): ' WITH NO ADVANCING
                   ACCEPT WS-COL-DATE-IN
                   IF WS-COL-DATE-IN = SPACES
                       MOVE WS-APPEND-DATE TO WS-COL-DATE-IN
                   END-IF
           END-EVALUATE

           PERFORM NEXT-COLLATERAL-ID
           MOVE SPACES TO WS-COL-ROW-ID
           STRING 'COL-' DELIMITED BY SIZE
                  WS-COL-NUMBER DELIMITED BY SIZE
               INTO WS-COL-ROW-ID
           END-STRING

           MOVE WS-COL-VALUE TO WS-APPEND-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
               TO WS-COL-ROW-VALUE
           MOVE SPACES TO WS-COL-ROW-PLEDGED
           IF WS-COL-PLEDGED > 0
               MOVE WS-COL-PLEDGED TO WS-APPEND-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
                   TO WS-COL-ROW-PLEDGED
           END-IF

           MOVE SPACES TO WS-COL-LINE
           STRING WS-COL-ROW-ID        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-TYPE-IN       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-REF-IN) DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-VALUE     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-DATE-IN       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-COL-LOANS-IN      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-PLEDGED   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-HOLD-ID       DELIMITED BY SPACE
                  ',ACTIVE,'           DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-COL-LINE
           END-STRING

           OPEN EXTEND COLLATERAL-FILE
           IF WS-COL-FILE-STATUS = '05'
               OR WS-COL-FILE-STATUS = '35'
               OPEN OUTPUT COLLATERAL-FILE
           END-IF
           WRITE COLLATERAL-RECORD FROM WS-COL-LINE
           CLOSE COLLATERAL-FILE

           MOVE 'GARANTIA' TO WS-MA-ACTION
           MOVE WS-COL-ROW-ID TO WS-MA-ENTITY
           MOVE 'ALTA' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE SPACES TO WS-MA-NEW
           STRING WS-COL-TYPE-IN DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-COL-ROW-VALUE DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-COL-LOANS-IN DELIMITED BY SPACE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Garantia ' WS-COL-ROW-ID ' registrada'
           IF WS-COL-HOLD-ID NOT = SPACES
               DISPLAY 'Saldo pignorado con la retencion '
                   WS-COL-HOLD-ID
           END-IF
           .

      *> Cada prestamo de la lista debe estar vivo en loans.csv;
      *> la lista se guarda normalizada (separada por ; sin huecos)
       VALIDATE-COLLATERAL-LOANS.
           MOVE 'Y' TO WS-COL-LOANS-OK
           INSPECT WS-COL-LOANS-IN REPLACING ALL ' ' BY ';'
           MOVE SPACES TO WS-COL-ROW-LOANS
           MOVE 1 TO WS-COL-LOAN-PTR
           MOVE 1 TO WS-COL-OUT-PTR
           PERFORM UNTIL WS-COL-LOAN-PTR > 70
               OR WS-COL-LOANS-OK = 'N'
               MOVE SPACES TO WS-COL-LOAN-PART
               UNSTRING WS-COL-LOANS-IN DELIMITED BY ALL ';'
                   INTO WS-COL-LOAN-PART
                   WITH POINTER WS-COL-LOAN-PTR
               END-UNSTRING
               IF WS-COL-LOAN-PART NOT = SPACES
                   MOVE WS-COL-LOAN-PART TO WS-LOAN-ID-IN
                   PERFORM FIND-LOAN-IN-REGISTER
                   IF WS-LOAN-FOUND = 'N'
                       DISPLAY 'ERROR: prestamo no encontrado o no '
                           'activo: ' FUNCTION TRIM(WS-COL-LOAN-PART)
                       MOVE 'N' TO WS-COL-LOANS-OK
                   ELSE
                       IF WS-COL-OUT-PTR > 1
                           STRING ';' DELIMITED BY SIZE
                               INTO WS-COL-ROW-LOANS
                               WITH POINTER WS-COL-OUT-PTR
                           END-STRING
                       END-IF
                       STRING WS-COL-LOAN-PART DELIMITED BY SPACE
                           INTO WS-COL-ROW-LOANS
                           WITH POINTER WS-COL-OUT-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           IF WS-COL-LOANS-OK = 'Y'
               AND WS-COL-ROW-LOANS = SPACES
               DISPLAY 'ERROR: indique al menos un prestamo'
               MOVE 'N' TO WS-COL-LOANS-OK
           END-IF
           MOVE WS-COL-ROW-LOANS TO WS-COL-LOANS-IN
           .

      *> Numero correlativo: las filas no se borran nunca (una
      *> garantia liberada queda RELEASED), asi que basta contarlas
       NEXT-COLLATERAL-ID.
           MOVE 0 TO WS-COL-NUMBER
           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-FILE-STATUS = '00'
               PERFORM UNTIL WS-COL-FILE-STATUS NOT = '00'
                   READ COLLATERAL-FILE INTO WS-COL-LINE
                   IF WS-COL-FILE-STATUS = '00'
                       ADD 1 TO WS-COL-NUMBER
                   END-IF
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF
           ADD 1 TO WS-COL-NUMBER
           .

       PARSE-COLLATERAL-LINE.
           MOVE SPACES TO WS-COL-ROW-PLEDGED
           MOVE SPACES TO WS-COL-ROW-HOLD
           MOVE SPACES TO WS-COL-ROW-STATUS
           MOVE SPACES TO WS-COL-ROW-DATE
           UNSTRING WS-COL-LINE DELIMITED BY ','
               INTO WS-COL-ROW-ID WS-COL-ROW-TYPE WS-COL-ROW-REF
                    WS-COL-ROW-VALUE WS-COL-ROW-VAL-DATE
                    WS-COL-ROW-LOANS WS-COL-ROW-PLEDGED
                    WS-COL-ROW-HOLD WS-COL-ROW-STATUS WS-COL-ROW-DATE
           END-UNSTRING
           .

      *> Garantia ACTIVE de tipo TD sobre el deposito WS-TD-ROW-ID
      *> (deja su id en WS-COL-ROW-ID)
       FIND-TD-PLEDGE.
           MOVE 'N' TO WS-COL-FOUND
           MOVE WS-TD-ROW-ID TO WS-COL-REF-IN

           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-COL-FILE-STATUS NOT = '00'
               READ COLLATERAL-FILE INTO WS-COL-LINE
               IF WS-COL-FILE-STATUS = '00'
                   AND WS-COL-FOUND = 'N'
                   PERFORM PARSE-COLLATERAL-LINE
                   IF WS-COL-ROW-TYPE = 'TD'
                       AND WS-COL-ROW-STATUS = 'ACTIVE'
                       AND WS-COL-ROW-REF = WS-COL-REF-IN
                       MOVE 'Y' TO WS-COL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COLLATERAL-FILE
           .

      *> Localiza la garantia ACTIVE WS-COL-ID-IN y deja sus campos
      *> en WS-COL-ROW-*
       FIND-COLLATERAL.
           MOVE 'N' TO WS-COL-FOUND

           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-COL-FILE-STATUS NOT = '00'
               READ COLLATERAL-FILE INTO WS-COL-LINE
               IF WS-COL-FILE-STATUS = '00'
                   AND WS-COL-FOUND = 'N'
                   PERFORM PARSE-COLLATERAL-LINE
                   IF WS-COL-ROW-ID = WS-COL-ID-IN
                       AND WS-COL-ROW-STATUS = 'ACTIVE'
                       MOVE 'Y' TO WS-COL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COLLATERAL-FILE
           .

      *> Nueva tasacion de un inmueble o un vehiculo; las garantias
      *> dinerarias valen lo pignorado y no se tasan
       COLLATERAL-REVALUE.
           DISPLAY 'Numero de garantia (COL-...): '
               WITH NO ADVANCING
           ACCEPT WS-COL-ID-IN
           PERFORM FIND-COLLATERAL
           IF WS-COL-FOUND = 'N'
               DISPLAY 'ERROR: garantia no encontrada o no activa'
               EXIT PARAGRAPH
           END-IF
           IF WS-COL-ROW-TYPE = 'TD' OR WS-COL-ROW-TYPE = 'ACCOUNT'
               DISPLAY 'ERROR: una garantia dineraria vale su '
                   'importe pignorado y no se tasa'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Valoracion actual: '
               FUNCTION TRIM(WS-COL-ROW-VALUE) ' del '
               WS-COL-ROW-VAL-DATE
           DISPLAY 'Nueva valoracion: ' WITH NO ADVANCING
           ACCEPT WS-COL-VALUE-IN
           IF FUNCTION TEST-NUMVAL(WS-COL-VALUE-IN) NOT = 0
               DISPLAY 'ERROR: valoracion no numerica'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-COL-VALUE-IN) TO WS-COL-VALUE
           IF WS-COL-VALUE <= 0
               DISPLAY 'ERROR: la valoracion debe ser positiva'
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-APPEND-DATE
           DISPLAY 'Fecha de la tasacion (AAAA-MM-DD, vacio = '
               'hoy): ' WITH NO ADVANCING
           ACCEPT WS-COL-DATE-IN
           IF WS-COL-DATE-IN = SPACES
               MOVE WS-APPEND-DATE TO WS-COL-DATE-IN
           END-IF

           MOVE SPACES TO WS-MA-OLD
           STRING FUNCTION TRIM(WS-COL-ROW-VALUE) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-COL-ROW-VAL-DATE DELIMITED BY SIZE
               INTO WS-MA-OLD
           END-STRING

           MOVE 'V' TO WS-COL-MARK-MODE
           PERFORM MARK-COLLATERAL

           MOVE 'GARANTIA' TO WS-MA-ACTION
           MOVE WS-COL-ID-IN TO WS-MA-ENTITY
           MOVE 'VALORACION' TO WS-MA-FIELD
           MOVE WS-COL-VALUE TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-MA-NEW
           STRING FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-COL-DATE-IN DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Valoracion de ' FUNCTION TRIM(WS-COL-ID-IN)
               ' actualizada'
           .

      *> Liberacion supervisada: la garantia pasa a RELEASED y, si
      *> pignoraba saldo de una cuenta, su retencion se libera
       COLLATERAL-RELEASE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: liberar una garantia requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de garantia (COL-...): '
               WITH NO ADVANCING
           ACCEPT WS-COL-ID-IN
           PERFORM FIND-COLLATERAL
           IF WS-COL-FOUND = 'N'
               DISPLAY 'ERROR: garantia no encontrada o no activa'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Garantia ' FUNCTION TRIM(WS-COL-ROW-ID) ' ('
               FUNCTION TRIM(WS-COL-ROW-TYPE) ' '
               FUNCTION TRIM(WS-COL-ROW-REF) ') de los prestamos '
               FUNCTION TRIM(WS-COL-ROW-LOANS)
           DISPLAY 'Confirma la liberacion (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ACCEPT
           IF WS-LOAN-ACCEPT NOT = 'S'
               DISPLAY 'Liberacion cancelada'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COL-ROW-HOLD TO WS-COL-HOLD-ID
           MOVE SPACES TO WS-MA-OLD
           STRING FUNCTION TRIM(WS-COL-ROW-TYPE) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-ROW-REF) DELIMITED BY SIZE
               INTO WS-MA-OLD
           END-STRING

           MOVE 'R' TO WS-COL-MARK-MODE
           PERFORM MARK-COLLATERAL

           IF WS-COL-HOLD-ID NOT = SPACES
               MOVE WS-COL-HOLD-ID TO WS-HOLD-ID-IN
               MOVE 'RELEASED' TO WS-HOLD-ROW-STATUS
               MOVE 'Y' TO WS-HOLD-PLEDGE-RELEASE
               PERFORM MARK-HOLD-IN-FILE
               MOVE 'N' TO WS-HOLD-PLEDGE-RELEASE
               DISPLAY 'Retencion ' WS-COL-HOLD-ID ' liberada'
           END-IF

           MOVE 'GARANTIA' TO WS-MA-ACTION
           MOVE WS-COL-ID-IN TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'RELEASED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Garantia ' FUNCTION TRIM(WS-COL-ID-IN)
               ' liberada'
           .

      *> Reescritura .new + mv de la garantia WS-COL-ID-IN: modo V
      *> (nueva valoracion WS-COL-VALUE/WS-COL-DATE-IN) o R (pasa a
      *> RELEASED)
       MARK-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COLLATERAL-NEW-FILE

           PERFORM UNTIL WS-COL-FILE-STATUS NOT = '00'
               READ COLLATERAL-FILE INTO WS-COL-LINE
               IF WS-COL-FILE-STATUS = '00'
                   PERFORM MARK-ONE-COLLATERAL-LINE
               END-IF
           END-PERFORM

           CLOSE COLLATERAL-NEW-FILE
           CLOSE COLLATERAL-FILE

           MOVE SPACES TO WS-COL-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/collateral.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/collateral.csv' DELIMITED BY SIZE
               INTO WS-COL-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-COL-MV-CMD
               GIVING WS-COL-MV-RC
           IF WS-COL-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir collateral.csv'
           END-IF
           .

       MARK-ONE-COLLATERAL-LINE.
           MOVE WS-COL-LINE TO WS-COL-ORIG-LINE
           PERFORM PARSE-COLLATERAL-LINE

           IF WS-COL-ROW-ID NOT = WS-COL-ID-IN
               OR WS-COL-ROW-STATUS NOT = 'ACTIVE'
               WRITE COLLATERAL-NEW-RECORD FROM WS-COL-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-COL-MARK-MODE = 'V'
               MOVE WS-COL-VALUE TO WS-APPEND-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
                   TO WS-COL-ROW-VALUE
               MOVE WS-COL-DATE-IN TO WS-COL-ROW-VAL-DATE
           ELSE
               MOVE 'RELEASED' TO WS-COL-ROW-STATUS
           END-IF

           MOVE SPACES TO WS-COL-LINE
           STRING WS-COL-ROW-ID        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-TYPE      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COL-ROW-REF) DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-VALUE     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-VAL-DATE  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-LOANS     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-PLEDGED   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-HOLD      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-STATUS    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-COL-ROW-DATE      DELIMITED BY SIZE
               INTO WS-COL-LINE
           END-STRING
           WRITE COLLATERAL-NEW-RECORD FROM WS-COL-LINE
           .

      *> Garantias (activas y liberadas) que cubren un prestamo
       COLLATERAL-LIST.
           DISPLAY 'Numero de prestamo (LN-...): '
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID-IN

           MOVE 0 TO WS-COL-LIST-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-FILE-STATUS NOT = '00'
               DISPLAY '(sin garantias registradas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Garantias del prestamo ' WS-LOAN-ID-IN
           PERFORM UNTIL WS-COL-FILE-STATUS NOT = '00'
               READ COLLATERAL-FILE INTO WS-COL-LINE
               IF WS-COL-FILE-STATUS = '00'
                   PERFORM PARSE-COLLATERAL-LINE
                   MOVE 0 TO WS-COL-TALLY
                   INSPECT WS-COL-ROW-LOANS TALLYING WS-COL-TALLY
                       FOR ALL FUNCTION TRIM(WS-LOAN-ID-IN)
                   IF WS-COL-TALLY > 0
                       ADD 1 TO WS-COL-LIST-COUNT
                       DISPLAY '  ' WS-COL-ROW-ID ' '
                           WS-COL-ROW-TYPE ' '
                           WS-COL-ROW-REF(1:20) ' '
                           WS-COL-ROW-VALUE(1:14) ' '
                           WS-COL-ROW-VAL-DATE ' '
                           WS-COL-ROW-STATUS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COLLATERAL-FILE

           DISPLAY 'Total: ' WS-COL-LIST-COUNT
           .

      *> Estampa la promesa en la fila OPEN del registro de mora
       UPDATE-DELINQ-ROW.
           MOVE 'N' TO WS-DLQ-FOUND

           OPEN INPUT LOAN-DELINQ-FILE
           IF WS-DLQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOAN-DELINQ-NEW-FILE

           PERFORM UNTIL WS-DLQ-FILE-STATUS NOT = '00'
               READ LOAN-DELINQ-FILE INTO WS-DLQ-LINE
               IF WS-DLQ-FILE-STATUS = '00'
                   MOVE WS-DLQ-LINE TO WS-DLQ-ORIG-LINE
                   PERFORM PARSE-DELINQ-LINE
                   IF WS-DLQ-ROW-LOAN = WS-LOAN-ID-IN
                       AND WS-DLQ-ROW-STATE = 'OPEN'
                       MOVE 'Y' TO WS-DLQ-FOUND
                       MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
                       MOVE SPACES TO WS-DLQ-LINE
                       STRING WS-DLQ-ROW-LOAN DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-FIRST DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-BUCKET
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-PROMISE-DATE-IN
                                  DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              FUNCTION
                                  TRIM(WS-APPEND-AMOUNT-EDIT)
                                  DELIMITED BY SIZE
                              ',PENDING,OPEN' DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-ARREARS
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-ARR-DATE
                                  DELIMITED BY SPACE
                           INTO WS-DLQ-LINE
                       END-STRING
                       WRITE LOAN-DELINQ-NEW-RECORD
                           FROM WS-DLQ-LINE
                   ELSE
                       WRITE LOAN-DELINQ-NEW-RECORD
                           FROM WS-DLQ-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOAN-DELINQ-NEW-FILE
           CLOSE LOAN-DELINQ-FILE

           MOVE SPACES TO WS-DLQ-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-delinq.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-delinq.csv' DELIMITED BY SIZE
               INTO WS-DLQ-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DLQ-MV-CMD
               GIVING WS-DLQ-MV-RC
           .

       PARSE-DELINQ-LINE.
           MOVE SPACES TO WS-DLQ-ROW-STATE
           MOVE SPACES TO WS-DLQ-ROW-ARREARS
           MOVE SPACES TO WS-DLQ-ROW-ARR-DATE
           UNSTRING WS-DLQ-LINE DELIMITED BY ','
               INTO WS-DLQ-ROW-LOAN WS-DLQ-ROW-ACCOUNT
                    WS-DLQ-ROW-FIRST WS-DLQ-ROW-BUCKET
                    WS-DLQ-ROW-PDATE WS-DLQ-ROW-PAMT
                    WS-DLQ-ROW-PSTATE WS-DLQ-ROW-STATE
                    WS-DLQ-ROW-ARREARS WS-DLQ-ROW-ARR-DATE
           END-UNSTRING
           .

      *> Cuotas impagadas acumuladas en la mora OPEN del prestamo
      *> WS-LOAN-ID-IN (columna 9 del registro que mantiene
      *> LOAN-COLLECTIONS)
       FIND-DELINQ-ARREARS.
           MOVE 'N' TO WS-DLQ-FOUND
           MOVE 0 TO WS-LOAN-ARREARS-TOTAL

           OPEN INPUT LOAN-DELINQ-FILE
           IF WS-DLQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DLQ-FILE-STATUS NOT = '00'
               READ LOAN-DELINQ-FILE INTO WS-DLQ-LINE
               IF WS-DLQ-FILE-STATUS = '00'
                   PERFORM PARSE-DELINQ-LINE
                   IF WS-DLQ-ROW-LOAN = WS-LOAN-ID-IN
                       AND WS-DLQ-ROW-STATE = 'OPEN'
                       MOVE 'Y' TO WS-DLQ-FOUND
                       IF WS-DLQ-ROW-ARREARS NOT = SPACES
                           AND FUNCTION
                               TEST-NUMVAL(WS-DLQ-ROW-ARREARS) = 0
                           MOVE FUNCTION NUMVAL(WS-DLQ-ROW-ARREARS)
                               TO WS-LOAN-ARREARS-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-DELINQ-FILE
           .

      *> Con los impagos capitalizados la mora OPEN se cierra como
      *> RESTRUCTURED; si el prestamo vuelve a impagar,
      *> LOAN-COLLECTIONS abre una mora nueva
       CLOSE-DELINQ-RESTRUCTURED.
           OPEN INPUT LOAN-DELINQ-FILE
           IF WS-DLQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOAN-DELINQ-NEW-FILE

           PERFORM UNTIL WS-DLQ-FILE-STATUS NOT = '00'
               READ LOAN-DELINQ-FILE INTO WS-DLQ-LINE
               IF WS-DLQ-FILE-STATUS = '00'
                   MOVE WS-DLQ-LINE TO WS-DLQ-ORIG-LINE
                   PERFORM PARSE-DELINQ-LINE
                   IF WS-DLQ-ROW-LOAN = WS-LOAN-ID-IN
                       AND WS-DLQ-ROW-STATE = 'OPEN'
                       MOVE SPACES TO WS-DLQ-LINE
                       STRING WS-DLQ-ROW-LOAN DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-FIRST DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-BUCKET
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-PDATE DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-PAMT DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-PSTATE
                                  DELIMITED BY SPACE
                              ',RESTRUCTURED,' DELIMITED BY SIZE
                              WS-DLQ-ROW-ARREARS
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-DLQ-ROW-ARR-DATE
                                  DELIMITED BY SPACE
                           INTO WS-DLQ-LINE
                       END-STRING
                       WRITE LOAN-DELINQ-NEW-RECORD
                           FROM WS-DLQ-LINE
                   ELSE
                       WRITE LOAN-DELINQ-NEW-RECORD
                           FROM WS-DLQ-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOAN-DELINQ-NEW-FILE
           CLOSE LOAN-DELINQ-FILE

           MOVE SPACES TO WS-DLQ-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-delinq.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-delinq.csv' DELIMITED BY SIZE
               INTO WS-DLQ-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DLQ-MV-CMD
               GIVING WS-DLQ-MV-RC
           .

      *> Suma de las cuotas impagadas que LOAN-BILLING anoto para
      *> este prestamo (ya cargadas en la cuenta, solo informativas)
       SUM-LOAN-ARREARS.
           MOVE 0 TO WS-LOAN-ARREARS-TOTAL

           OPEN INPUT LOAN-ARREARS-FILE
           IF WS-LOAN-ARR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOAN-ARR-STATUS NOT = '00'
               READ LOAN-ARREARS-FILE INTO WS-LOAN-LINE
               IF WS-LOAN-ARR-STATUS = '00'
                   MOVE SPACES TO WS-ARR-T6
      *>           El importe llega del informe con espacios a la
      *>           izquierda (cifra editada), asi que los separadores
      *>           consecutivos se tratan como uno solo
                   UNSTRING WS-LOAN-LINE DELIMITED BY ALL ' '
                       INTO WS-ARR-T1 WS-ARR-T2 WS-ARR-T3
                            WS-ARR-T4 WS-ARR-T5 WS-ARR-T6
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-ARR-T6) TO WS-ARR-T6
                   IF WS-ARR-T2 = WS-LOAN-ID-IN
                       AND WS-ARR-T6 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-ARR-T6) = 0
                       ADD FUNCTION NUMVAL(WS-ARR-T6)
                           TO WS-LOAN-ARREARS-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-ARREARS-FILE
           .

       WRITE-LOAN-QUOTE.
           MOVE SPACES TO WS-LOAN-QUOTE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loan-payoff-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAN-ID-IN) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-LOAN-QUOTE-PATH
           END-STRING

           OPEN OUTPUT LOAN-QUOTE-FILE

           MOVE 'COTIZACION DE LIQUIDACION ANTICIPADA'
               TO LOAN-QUOTE-RECORD
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Prestamo     : ' WS-LOAN-ID-IN
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Fecha        : ' WS-APPEND-DATE
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PRINCIPAL TO WS-LOAN-EDIT-1
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Principal    : ' WS-LOAN-EDIT-1
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-ACCRUED TO WS-LOAN-EDIT-1
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Devengado    : ' WS-LOAN-EDIT-1
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE WS-LOAN-PAYOFF-TOTAL TO WS-LOAN-EDIT-1
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'TOTAL        : ' WS-LOAN-EDIT-1
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD
           MOVE SPACES TO LOAN-QUOTE-RECORD
           STRING 'Valida hasta : ' WS-LOAN-QUOTE-VALID
               DELIMITED BY SIZE INTO LOAN-QUOTE-RECORD
           END-STRING
           WRITE LOAN-QUOTE-RECORD

           CLOSE LOAN-QUOTE-FILE
           DISPLAY 'Cotizacion impresa en ' WS-LOAN-QUOTE-PATH
           .

      *> Localiza el prestamo vivo (ACTIVE o RESTRUCTURED)
      *> WS-LOAN-ID-IN y deja sus campos en WS-LOAN-ROW-*
       FIND-LOAN-IN-REGISTER.
           MOVE 'N' TO WS-LOAN-FOUND

           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
               READ LOANS-FILE INTO WS-LOAN-LINE
      *>       Con el prestamo ya localizado se sigue leyendo sin
      *>       analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-LOANS-FILE-STATUS = '00'
                   AND WS-LOAN-FOUND = 'N'
                   PERFORM PARSE-LOAN-LINE
                   IF WS-LOAN-ROW-ID = WS-LOAN-ID-IN
                       AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                         OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                       MOVE 'Y' TO WS-LOAN-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOANS-FILE
           .

       PARSE-LOAN-LINE.
           MOVE SPACES TO WS-LOAN-ROW-STATUS
           MOVE SPACES TO WS-LOAN-ROW-ORIG-PRIN
           MOVE SPACES TO WS-LOAN-ROW-ORIG-RATE
           MOVE SPACES TO WS-LOAN-ROW-ORIG-TERM
           MOVE SPACES TO WS-LOAN-ROW-ORIG-INST
           MOVE SPACES TO WS-LOAN-ROW-RST-DATE
           UNSTRING WS-LOAN-LINE DELIMITED BY ','
               INTO WS-LOAN-ROW-ID WS-LOAN-ROW-ACCOUNT
                    WS-LOAN-ROW-PRIN-STR WS-LOAN-ROW-RATE-STR
                    WS-LOAN-ROW-TERM-STR WS-LOAN-ROW-INST-STR
                    WS-LOAN-ROW-NEXT-DATE WS-LOAN-ROW-STATUS
                    WS-LOAN-ROW-ORIG-PRIN WS-LOAN-ROW-ORIG-RATE
                    WS-LOAN-ROW-ORIG-TERM WS-LOAN-ROW-ORIG-INST
                    WS-LOAN-ROW-RST-DATE
           END-UNSTRING
           IF WS-LOAN-ROW-STATUS = SPACES
               MOVE 'ACTIVE' TO WS-LOAN-ROW-STATUS
           END-IF
           PERFORM BUILD-LOAN-ROW-TAIL
           .

      *> Columnas de reestructuracion, para que las reescrituras
      *> de la fila no pierdan las condiciones originales
       BUILD-LOAN-ROW-TAIL.
           MOVE SPACES TO WS-LOAN-ROW-TAIL
           IF WS-LOAN-ROW-ORIG-PRIN NOT = SPACES
               STRING ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-PRIN DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-RATE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-TERM DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-INST DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-RST-DATE DELIMITED BY SPACE
                   INTO WS-LOAN-ROW-TAIL
               END-STRING
           END-IF
           .

      *> Reescritura .new + mv: el prestamo pasa al estado pedido
      *> con el principal a cero
       MARK-LOAN-IN-REGISTER.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOANS-NEW-FILE

           PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
               READ LOANS-FILE INTO WS-LOAN-LINE
               IF WS-LOANS-FILE-STATUS = '00'
                   PERFORM MARK-ONE-LOAN-LINE
               END-IF
           END-PERFORM

           CLOSE LOANS-NEW-FILE
           CLOSE LOANS-FILE

           MOVE SPACES TO WS-LOAN-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/loans.csv' DELIMITED BY SIZE
               INTO WS-LOAN-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LOAN-MV-CMD
               GIVING WS-LOAN-MV-RC
           IF WS-LOAN-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir loans.csv'
           END-IF
           .

       MARK-ONE-LOAN-LINE.
           MOVE WS-LOAN-LINE TO WS-LOAN-ORIG-LINE
           PERFORM PARSE-LOAN-LINE

           IF WS-LOAN-ROW-ID = WS-LOAN-ID-IN
               AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                 OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
               MOVE SPACES TO WS-LOAN-LINE
               STRING WS-LOAN-ROW-ID        DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-LOAN-ROW-ACCOUNT   DELIMITED BY SPACE
                      ',0.00,'              DELIMITED BY SIZE
                      WS-LOAN-ROW-RATE-STR  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-LOAN-ROW-TERM-STR  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-LOAN-ROW-INST-STR  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-LOAN-ROW-NEXT-DATE DELIMITED BY SIZE
                      ',SETTLED'            DELIMITED BY SIZE
                      WS-LOAN-ROW-TAIL      DELIMITED BY SPACE
                   INTO WS-LOAN-LINE
               END-STRING
               WRITE LOANS-NEW-RECORD FROM WS-LOAN-LINE
           ELSE
               WRITE LOANS-NEW-RECORD FROM WS-LOAN-ORIG-LINE
           END-IF
           .

      *> Contador correlativo persistido, como el de depositos
       NEXT-LOAN-NUMBER.
           MOVE 0 TO WS-LOAN-NUMBER

           OPEN INPUT LOAN-COUNTER-FILE
           IF WS-LOAN-CTR-STATUS = '00'
               READ LOAN-COUNTER-FILE INTO WS-LOAN-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-LOAN-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-LOAN-CTR-STR)
                               TO WS-LOAN-NUMBER
                       END-IF
               END-READ
               CLOSE LOAN-COUNTER-FILE
           END-IF

           ADD 1 TO WS-LOAN-NUMBER

           MOVE WS-LOAN-NUMBER TO WS-LOAN-CTR-STR
           OPEN OUTPUT LOAN-COUNTER-FILE
           WRITE LOAN-COUNTER-RECORD FROM WS-LOAN-CTR-STR
           CLOSE LOAN-COUNTER-FILE
           .

      *> ============================================================
      *> POSICION ENTRE SUCURSALES
      *> ============================================================

      *> Fila de la cuenta interna IB-<suc-cuenta>-<suc-operante>
      *> (su saldo es lo que la sucursal de la cuenta debe a la
      *> operante): CREDIT cuando la operante pone efectivo
      *> (retirada) y DEBIT cuando lo recibe (ingreso); el importe
      *> viaja en WS-TMP-AMOUNT y el neto diario lo casa el
      *> informe INTERBRANCH-REPORT
       APPEND-INTERBRANCH-CSV.
           MOVE SPACES TO WS-IB-ACCOUNT
           STRING 'IB-' DELIMITED BY SIZE
                  ACC-BRANCH(WS-ACC-INDEX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-BRANCH-ID DELIMITED BY SPACE
               INTO WS-IB-ACCOUNT
           END-STRING

           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-IB-ACCOUNT        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-IB-SIDE           DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',INTERSUC'          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ============================================================
      *> PAGO DE RECIBOS A FACTURADORES REGISTRADOS
      *> ============================================================

      *> El cliente paga la luz o el agua sin teclear la cuenta de
      *> la utility: el facturador sale del directorio y el pago
      *> solo se asienta si la referencia del recibo pasa la
      *> mascara del facturador; la remesa nocturna por facturador
      *> la genera BILLER-REMIT sobre las filas RECIBO del dia
       DO-BILL-PAYMENT.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el pago de recibos opera sobre el '
                   'ledger CSV'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta operativa'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Codigo de facturador: ' WITH NO ADVANCING
           ACCEPT WS-BILLER-CODE-IN
           PERFORM FIND-BILLER
           IF WS-BILLER-FOUND = 'N'
               DISPLAY 'ERROR: facturador no registrado'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Facturador: ' WS-BILLER-ROW-NAME

           DISPLAY 'Referencia del recibo: ' WITH NO ADVANCING
           ACCEPT WS-BILL-REFERENCE
           PERFORM VALIDATE-BILL-REFERENCE
           IF WS-BILL-REF-OK NOT = 'Y'
               DISPLAY 'ERROR: la referencia no cumple el formato '
                   'del facturador (' WS-BILLER-ROW-MASK ')'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE
               + ACC-OVERDRAFT-LIMIT(WS-ACC-INDEX) < WS-TMP-AMOUNT
               DISPLAY 'ERROR: saldo disponible insuficiente'
               EXIT PARAGRAPH
           END-IF

      *>   Cargo al cliente y abono a la cuenta de liquidacion del
      *>   facturador, con el codigo y la referencia en el auxiliar
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-BILLER-ROW-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX

           PERFORM SET-APPEND-DATE
           PERFORM APPEND-BILL-PAYMENT-CSV

           IF WS-TILL-OPEN = 'Y'
               MOVE ACC-NAME(WS-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF

           DISPLAY 'Recibo pagado con referencia ' WS-TX-REF
           .

      *> Fila TRANSFER cuenta -> liquidacion del facturador con
      *> BILL:codigo:referencia en el auxiliar y categoria RECIBO
       APPEND-BILL-PAYMENT-CSV.
           PERFORM BUILD-TX-REF
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-AUX
           STRING 'BILL:'             DELIMITED BY SIZE
                  WS-BILLER-ROW-CODE  DELIMITED BY SPACE
                  ':'                 DELIMITED BY SIZE
                  WS-BILL-REFERENCE   DELIMITED BY SPACE
               INTO WS-APPEND-AUX
           END-STRING

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AUX        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',RECIBO'            DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING
           MOVE SPACES TO WS-APPEND-AUX

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

       FIND-BILLER.
           MOVE 'N' TO WS-BILLER-FOUND

           OPEN INPUT BILLERS-FILE
           IF WS-BILLER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BILLER-FILE-STATUS NOT = '00'
               READ BILLERS-FILE INTO WS-BILLER-LINE
      *>       Con el facturador ya localizado se sigue leyendo
      *>       sin analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-BILLER-FILE-STATUS = '00'
                   AND WS-BILLER-FOUND = 'N'
                   MOVE SPACES TO WS-BILLER-ROW-MASK
                   UNSTRING WS-BILLER-LINE DELIMITED BY ','
                       INTO WS-BILLER-ROW-CODE WS-BILLER-ROW-NAME
                            WS-BILLER-ROW-ACCOUNT
                            WS-BILLER-ROW-MASK
                   END-UNSTRING
                   IF WS-BILLER-ROW-CODE = WS-BILLER-CODE-IN
                       MOVE 'Y' TO WS-BILLER-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BILLERS-FILE
           .

      *> Mascara del facturador: 9 exige digito, A exige letra, X
      *> admite cualquier caracter; la longitud debe coincidir
       VALIDATE-BILL-REFERENCE.
           MOVE 'Y' TO WS-BILL-REF-OK

           IF WS-BILLER-ROW-MASK = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BILL-MASK-IX FROM 1 BY 1
               UNTIL WS-BILL-MASK-IX > 20
               MOVE WS-BILLER-ROW-MASK(WS-BILL-MASK-IX:1)
                   TO WS-BILL-MASK-CHAR
               MOVE WS-BILL-REFERENCE(WS-BILL-MASK-IX:1)
                   TO WS-BILL-REF-CHAR
               EVALUATE WS-BILL-MASK-CHAR
                   WHEN '9'
                       IF WS-BILL-REF-CHAR < '0'
                           OR WS-BILL-REF-CHAR > '9'
                           MOVE 'N' TO WS-BILL-REF-OK
                       END-IF
                   WHEN 'A'
                       IF WS-BILL-REF-CHAR < 'A'
                           OR WS-BILL-REF-CHAR > 'Z'
                           MOVE 'N' TO WS-BILL-REF-OK
                       END-IF
                   WHEN 'X'
                       IF WS-BILL-REF-CHAR = SPACE
                           MOVE 'N' TO WS-BILL-REF-OK
                       END-IF
                   WHEN SPACE
                       IF WS-BILL-REF-CHAR NOT = SPACE
                           MOVE 'N' TO WS-BILL-REF-OK
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> LISTA DE VIGILANCIA (CUMPLIMIENTO)
      *> ============================================================

       DO-WATCHLIST-MENU.
           DISPLAY ' '
           DISPLAY '===== LISTA DE VIGILANCIA ====='
           DISPLAY '1 - Informe diario de cribados para visado'
           DISPLAY '2 - Alta en la lista (solo supervisor)'
           DISPLAY '3 - Probar un nombre contra la lista'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-HOLD-OPTION

           EVALUATE WS-HOLD-OPTION
               WHEN 1
                   PERFORM SCREENING-DAILY-REPORT
               WHEN 2
                   PERFORM WATCHLIST-ADD
               WHEN 3
                   PERFORM WATCHLIST-TEST-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WATCHLIST-ADD.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el alta en la lista requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nombre (sin comas): ' WITH NO ADVANCING
           ACCEPT WS-SCREEN-NAME
           DISPLAY 'Documento (vacio si se desconoce): '
               WITH NO ADVANCING
           ACCEPT WS-SCREEN-DOC
           IF WS-SCREEN-NAME = SPACES
               DISPLAY 'ERROR: el nombre es obligatorio'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WATCH-LINE
           STRING FUNCTION TRIM(WS-SCREEN-NAME) DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-SCREEN-DOC       DELIMITED BY SPACE
               INTO WS-WATCH-LINE
           END-STRING

           OPEN EXTEND WATCHLIST-FILE
           IF WS-WATCH-FILE-STATUS = '05'
               OR WS-WATCH-FILE-STATUS = '35'
               OPEN OUTPUT WATCHLIST-FILE
           END-IF
           WRITE WATCHLIST-RECORD FROM WS-WATCH-LINE
           CLOSE WATCHLIST-FILE

           PERFORM LOAD-WATCHLIST
           DISPLAY 'Entrada anadida a la lista de vigilancia'
           .

       WATCHLIST-TEST-NAME.
           DISPLAY 'Nombre a probar: ' WITH NO ADVANCING
           ACCEPT WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-DOC
           MOVE 'PRUEBA' TO WS-SCREEN-CONTEXT
           PERFORM SCREEN-AGAINST-WATCHLIST
           IF WS-SCREEN-HIT = 'Y'
               DISPLAY 'POSITIVO contra: ' WS-SCREEN-MATCHED
           ELSE
               DISPLAY 'Sin coincidencias'
           END-IF
           .

      *> Informe imprimible del log de cribados de un dia, con su
      *> linea de visado, como el informe diario de AUDIT-INQUIRY
       SCREENING-DAILY-REPORT.
           DISPLAY 'Fecha del informe (AAAA-MM-DD): '
               WITH NO ADVANCING
           ACCEPT WS-SCREEN-RPT-DATE
           IF WS-SCREEN-RPT-DATE = SPACES
               DISPLAY 'ERROR: indique la fecha'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCREEN-RPT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/screening-report-' DELIMITED BY SIZE
                  WS-SCREEN-RPT-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-SCREEN-RPT-PATH
           END-STRING

           MOVE 0 TO WS-SCREEN-RPT-COUNT
           OPEN INPUT SCREENING-LOG-FILE
           IF WS-SCREEN-LOG-STATUS NOT = '00'
               DISPLAY '(sin cribados registrados)'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCREENING-RPT-FILE
           MOVE 'INFORME DIARIO DE CRIBADOS DE LA LISTA DE VIGILANC
      -    'IA' TO SCREENING-RPT-RECORD
           WRITE SCREENING-RPT-RECORD
           MOVE SPACES TO SCREENING-RPT-RECORD
           STRING 'Fecha: ' WS-SCREEN-RPT-DATE
               DELIMITED BY SIZE INTO SCREENING-RPT-RECORD
           END-STRING
           WRITE SCREENING-RPT-RECORD

           PERFORM UNTIL WS-SCREEN-LOG-STATUS NOT = '00'
               READ SCREENING-LOG-FILE INTO WS-SCREEN-LINE
               IF WS-SCREEN-LOG-STATUS = '00'
                   IF WS-SCREEN-LINE(1:10) = WS-SCREEN-RPT-DATE
                       ADD 1 TO WS-SCREEN-RPT-COUNT
                       WRITE SCREENING-RPT-RECORD
                           FROM WS-SCREEN-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCREENING-LOG-FILE

           MOVE SPACES TO SCREENING-RPT-RECORD
           STRING 'Cribados del dia: ' WS-SCREEN-RPT-COUNT
               DELIMITED BY SIZE INTO SCREENING-RPT-RECORD
           END-STRING
           WRITE SCREENING-RPT-RECORD
           MOVE 'Visado oficial de cumplimiento: ________________'
               TO SCREENING-RPT-RECORD
           WRITE SCREENING-RPT-RECORD
           CLOSE SCREENING-RPT-FILE

           DISPLAY 'Informe generado en ' WS-SCREEN-RPT-PATH
           .

      *> Carga la lista con las formas normalizada y de iniciales
      *> ya calculadas, para no repetirlo en cada cribado
       LOAD-WATCHLIST.
           MOVE 0 TO WS-WATCH-COUNT

           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCH-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-WATCH-FILE-STATUS NOT = '00'
               READ WATCHLIST-FILE INTO WS-WATCH-LINE
               IF WS-WATCH-FILE-STATUS = '00'
                   AND WS-WATCH-COUNT < WS-WATCH-MAX
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE SPACES TO WATCH-DOC(WS-WATCH-COUNT)
                   UNSTRING WS-WATCH-LINE DELIMITED BY ','
                       INTO WATCH-NAME(WS-WATCH-COUNT)
                            WATCH-DOC(WS-WATCH-COUNT)
                   END-UNSTRING
                   MOVE WATCH-NAME(WS-WATCH-COUNT) TO WS-NORM-IN
                   PERFORM NORMALIZE-NAME
                   MOVE WS-NORM-OUT
                       TO WATCH-NORM(WS-WATCH-COUNT)
                   MOVE WS-NORM-INITIALS
                       TO WATCH-INITIALS(WS-WATCH-COUNT)
               END-IF
           END-PERFORM

           CLOSE WATCHLIST-FILE
           .

      *> Normalizacion "fuzzy-ish": WS-NORM-OUT es el nombre en
      *> mayusculas sin espacios ni puntuacion; WS-NORM-INITIALS
      *> reduce cada palabra a su inicial salvo la ultima, que se
      *> conserva entera (JUAN GARCIA y J. GARCIA dan JGARCIA)
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE SPACES TO WS-NORM-INITIALS
           MOVE 0 TO WS-NORM-OX
           MOVE 0 TO WS-NORM-LAST-START
           MOVE 'Y' TO WS-NORM-NEW-WORD

           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 60
               MOVE WS-NORM-IN(WS-NORM-IX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z'
                   ADD 1 TO WS-NORM-OX
                   MOVE WS-NORM-CHAR
                       TO WS-NORM-OUT(WS-NORM-OX:1)
                   IF WS-NORM-NEW-WORD = 'Y'
                       MOVE WS-NORM-OX TO WS-NORM-LAST-START
                       MOVE 'N' TO WS-NORM-NEW-WORD
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-NORM-NEW-WORD
               END-IF
           END-PERFORM

      *>   Iniciales: primera letra de cada palabra anterior a la
      *>   ultima, mas la ultima palabra completa
           MOVE SPACES TO WS-NORM-INITIALS
           MOVE 0 TO WS-NORM-OX
           MOVE 'Y' TO WS-NORM-NEW-WORD
           MOVE 0 TO WS-NORM-WORD-COUNT
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 60
               MOVE WS-NORM-IN(WS-NORM-IX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z'
                   IF WS-NORM-NEW-WORD = 'Y'
                       ADD 1 TO WS-NORM-WORD-COUNT
                       MOVE 'N' TO WS-NORM-NEW-WORD
                       ADD 1 TO WS-NORM-OX
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-INITIALS(WS-NORM-OX:1)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-NORM-NEW-WORD
               END-IF
           END-PERFORM

      *>   Completar con el cuerpo de la ultima palabra del nombre
      *>   normalizado (desde su posicion de inicio)
           IF WS-NORM-LAST-START > 0
               PERFORM VARYING WS-NORM-IX
                   FROM WS-NORM-LAST-START BY 1
                   UNTIL WS-NORM-IX > 60
                       OR WS-NORM-OUT(WS-NORM-IX:1) = SPACE
                   IF WS-NORM-IX > WS-NORM-LAST-START
                       ADD 1 TO WS-NORM-OX
                       MOVE WS-NORM-OUT(WS-NORM-IX:1)
                           TO WS-NORM-INITIALS(WS-NORM-OX:1)
                   END-IF
               END-PERFORM
           END-IF
           .

      *> Criba WS-SCREEN-NAME / WS-SCREEN-DOC contra la lista y
      *> anota SIEMPRE el resultado en el log diario de cribados
       SCREEN-AGAINST-WATCHLIST.
           MOVE 'N' TO WS-SCREEN-HIT
           MOVE SPACES TO WS-SCREEN-MATCHED

           MOVE WS-SCREEN-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-SCREEN-NORM
           MOVE WS-NORM-INITIALS TO WS-SCREEN-INITIALS

           PERFORM VARYING IX-WATCH FROM 1 BY 1
               UNTIL IX-WATCH > WS-WATCH-COUNT
                   OR WS-SCREEN-HIT = 'Y'
               IF (WATCH-NORM(IX-WATCH) NOT = SPACES
                       AND WATCH-NORM(IX-WATCH) = WS-SCREEN-NORM)
                   OR (WATCH-INITIALS(IX-WATCH) NOT = SPACES
                       AND (WATCH-INITIALS(IX-WATCH)
                               = WS-SCREEN-INITIALS
                           OR WATCH-INITIALS(IX-WATCH)
                               = WS-SCREEN-NORM
                           OR WATCH-NORM(IX-WATCH)
                               = WS-SCREEN-INITIALS))
                   OR (WATCH-DOC(IX-WATCH) NOT = SPACES
                       AND WS-SCREEN-DOC NOT = SPACES
                       AND WATCH-DOC(IX-WATCH) = WS-SCREEN-DOC)
                   MOVE 'Y' TO WS-SCREEN-HIT
                   MOVE WATCH-NAME(IX-WATCH) TO WS-SCREEN-MATCHED
               END-IF
           END-PERFORM

           IF WS-SCREEN-HIT = 'Y'
               MOVE 'MATCH' TO WS-SCREEN-OUTCOME
           ELSE
               MOVE 'CLEAN' TO WS-SCREEN-OUTCOME
           END-IF
           PERFORM APPEND-SCREENING-LOG
           .

       APPEND-SCREENING-LOG.
           PERFORM SET-APPEND-DATE
           ACCEPT WS-SCREEN-TIME FROM TIME

           MOVE SPACES TO WS-SCREEN-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SCREEN-TIME(1:6)  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SCREEN-CONTEXT    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCREEN-NAME) DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SCREEN-DOC        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-SCREEN-OUTCOME    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCREEN-MATCHED)
                                       DELIMITED BY SIZE
               INTO WS-SCREEN-LINE
           END-STRING

           OPEN EXTEND SCREENING-LOG-FILE
           IF WS-SCREEN-LOG-STATUS = '05'
               OR WS-SCREEN-LOG-STATUS = '35'
               OPEN OUTPUT SCREENING-LOG-FILE
           END-IF
           WRITE SCREENING-LOG-RECORD FROM WS-SCREEN-LINE
           CLOSE SCREENING-LOG-FILE
           .

      *> ============================================================
      *> RETENCIONES DE SALDO (HOLDS)
      *> ============================================================

      *> Aparta dinero de una cuenta sin moverlo del ledger: una
      *> autorizacion de tarjeta, un cheque sin compensar o una
      *> orden judicial parcial retienen su importe y las retiradas
      *> y transferencias solo pueden disponer del saldo restante
       DO-HOLDS-MENU.
           DISPLAY ' '
           DISPLAY '===== RETENCIONES DE SALDO ====='
           DISPLAY '1 - Colocar retencion'
           DISPLAY '2 - Liberar retencion'
           DISPLAY '3 - Listar retenciones de una cuenta'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-HOLD-OPTION

           EVALUATE WS-HOLD-OPTION
               WHEN 1
                   PERFORM HOLD-PLACE
               WHEN 2
                   PERFORM HOLD-RELEASE
               WHEN 3
                   PERFORM HOLD-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       HOLD-PLACE.
           PERFORM ASK-ACCOUNT
           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Motivo (TARJETA/CHEQUE/JUDICIAL/OTRO): '
               WITH NO ADVANCING
           ACCEPT WS-HOLD-REASON-IN
           IF WS-HOLD-REASON-IN = SPACES
               MOVE 'OTRO' TO WS-HOLD-REASON-IN
           END-IF

           DISPLAY 'Vencimiento (AAAA-MM-DD, vacio = sin '
               'vencimiento): ' WITH NO ADVANCING
           ACCEPT WS-HOLD-EXPIRY-IN

           PERFORM APPEND-HOLD-ROW
           DISPLAY 'Retencion ' WS-HOLD-ROW-ID ' colocada'
           .

      *> Fila de retencion nueva con numero correlativo HLD-nnnnnnnn
       APPEND-HOLD-ROW.
           PERFORM NEXT-HOLD-NUMBER
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-HOLD-ROW-ID
           STRING 'HLD-' DELIMITED BY SIZE
                  WS-HOLD-NUMBER DELIMITED BY SIZE
               INTO WS-HOLD-ROW-ID
           END-STRING

           MOVE SPACES TO WS-HOLD-LINE
           STRING WS-HOLD-ROW-ID      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-TMP-ACCOUNT      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-HOLD-REASON-IN   DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-TELLER-ID        DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-HOLD-EXPIRY-IN   DELIMITED BY SIZE
                  ',ACTIVE,'          DELIMITED BY SIZE
                  WS-APPEND-DATE      DELIMITED BY SIZE
               INTO WS-HOLD-LINE
           END-STRING

           OPEN EXTEND HOLDS-FILE
           IF WS-HOLD-FILE-STATUS = '05'
               OR WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
           END-IF
           WRITE HOLDS-RECORD FROM WS-HOLD-LINE
           CLOSE HOLDS-FILE
           .

       HOLD-RELEASE.
           DISPLAY 'Numero de retencion (HLD-...): '
               WITH NO ADVANCING
           ACCEPT WS-HOLD-ID-IN

           MOVE 'RELEASED' TO WS-HOLD-ROW-STATUS
           PERFORM MARK-HOLD-IN-FILE
           IF WS-HOLD-FOUND = 'N'
               DISPLAY 'ERROR: retencion no encontrada o ya '
                   'liberada (las de GARANTIA se liberan desde '
                   'Prestamos - Garantias)'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Retencion liberada'
           .

       HOLD-LIST.
           PERFORM ASK-ACCOUNT

           MOVE 0 TO WS-HOLD-LIST-COUNT
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY '(sin retenciones registradas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Retenciones de la cuenta ' WS-TMP-ACCOUNT
           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
               READ HOLDS-FILE INTO WS-HOLD-LINE
               IF WS-HOLD-FILE-STATUS = '00'
                   PERFORM PARSE-HOLD-LINE
                   IF WS-HOLD-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       ADD 1 TO WS-HOLD-LIST-COUNT
                       DISPLAY '  ' WS-HOLD-ROW-ID ' '
                           WS-HOLD-ROW-AMOUNT(1:16) ' '
                           WS-HOLD-ROW-REASON ' '
                           WS-HOLD-ROW-STATUS ' (vence '
                           WS-HOLD-ROW-EXPIRY ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE

           DISPLAY 'Total: ' WS-HOLD-LIST-COUNT
           .

       PARSE-HOLD-LINE.
           MOVE SPACES TO WS-HOLD-ROW-REASON
           MOVE SPACES TO WS-HOLD-ROW-BY
           MOVE SPACES TO WS-HOLD-ROW-EXPIRY
           MOVE SPACES TO WS-HOLD-ROW-STATUS
           MOVE SPACES TO WS-HOLD-ROW-DATE
           UNSTRING WS-HOLD-LINE DELIMITED BY ','
               INTO WS-HOLD-ROW-ID WS-HOLD-ROW-ACCOUNT
                    WS-HOLD-ROW-AMOUNT WS-HOLD-ROW-REASON
                    WS-HOLD-ROW-BY WS-HOLD-ROW-EXPIRY
                    WS-HOLD-ROW-STATUS WS-HOLD-ROW-DATE
           END-UNSTRING
           .

      *> Suma en WS-HOLDS-TOTAL las retenciones ACTIVE no vencidas
      *> de la cuenta DB-ACCOUNT-ID; las vencidas ya no apartan
      *> dinero aunque sigan en el fichero hasta que el cierre las
      *> marque EXPIRED
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL
           PERFORM SET-APPEND-DATE

           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
               READ HOLDS-FILE INTO WS-HOLD-LINE
               IF WS-HOLD-FILE-STATUS = '00'
                   PERFORM PARSE-HOLD-LINE
                   IF WS-HOLD-ROW-ACCOUNT = DB-ACCOUNT-ID
                       AND WS-HOLD-ROW-STATUS = 'ACTIVE'
                       AND (WS-HOLD-ROW-EXPIRY = SPACES
                           OR WS-HOLD-ROW-EXPIRY >= WS-APPEND-DATE)
                       AND FUNCTION
                           TEST-NUMVAL(WS-HOLD-ROW-AMOUNT) = 0
                       ADD FUNCTION NUMVAL(WS-HOLD-ROW-AMOUNT)
                           TO WS-HOLDS-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE
           .

      *> Reescritura .new + mv: la retencion WS-HOLD-ID-IN en estado
      *> ACTIVE pasa al estado WS-HOLD-ROW-STATUS pedido
       MARK-HOLD-IN-FILE.
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE WS-HOLD-ROW-STATUS TO WS-HOLD-MARK-STATE

           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLDS-NEW-FILE

           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
               READ HOLDS-FILE INTO WS-HOLD-LINE
               IF WS-HOLD-FILE-STATUS = '00'
                   PERFORM MARK-ONE-HOLD-LINE
               END-IF
           END-PERFORM

           CLOSE HOLDS-NEW-FILE
           CLOSE HOLDS-FILE

           MOVE SPACES TO WS-HOLD-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/holds.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/holds.csv' DELIMITED BY SIZE
               INTO WS-HOLD-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-HOLD-MV-CMD
               GIVING WS-HOLD-MV-RC
           IF WS-HOLD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir holds.csv'
           END-IF
           .

       MARK-ONE-HOLD-LINE.
           MOVE WS-HOLD-LINE TO WS-HOLD-ORIG-LINE
           PERFORM PARSE-HOLD-LINE

           IF WS-HOLD-ROW-ID = WS-HOLD-ID-IN
               AND WS-HOLD-ROW-STATUS = 'ACTIVE'
               AND (WS-HOLD-ROW-REASON NOT = 'GARANTIA'
                   OR WS-HOLD-PLEDGE-RELEASE = 'Y')
               MOVE 'Y' TO WS-HOLD-FOUND
               MOVE SPACES TO WS-HOLD-LINE
               STRING WS-HOLD-ROW-ID      DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-ACCOUNT DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-AMOUNT  DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-REASON  DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-BY      DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-EXPIRY  DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-MARK-STATE  DELIMITED BY SPACE
                      ','                 DELIMITED BY SIZE
                      WS-HOLD-ROW-DATE    DELIMITED BY SIZE
                   INTO WS-HOLD-LINE
               END-STRING
               WRITE HOLDS-NEW-RECORD FROM WS-HOLD-LINE
           ELSE
               WRITE HOLDS-NEW-RECORD FROM WS-HOLD-ORIG-LINE
           END-IF
           .

      *> ============================================================
      *> ORDENES JUDICIALES (EMBARGO PARCIAL)
      *> ============================================================

      *> Una orden por importe fijo ya no congela la cuenta entera:
      *> se registra con su autoridad, se retiene solo la suma
      *> reclamada (los abonos entrantes van cubriendo el importe si
      *> falta saldo; LEGAL-ORDERS lo vigila cada noche) y al
      *> madurar o levantarse con pago, el dinero sale a la cuenta
      *> de la autoridad con su linea de remesa. FREEZE con sus
      *> motivos sigue existiendo para los bloqueos totales.
       DO-LEGAL-ORDERS-MENU.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: las ordenes judiciales requieren una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: las ordenes judiciales operan sobre '
                   'el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== ORDENES JUDICIALES ====='
           DISPLAY '1 - Registrar orden (retiene el importe)'
           DISPLAY '2 - Pagar orden a la autoridad'
           DISPLAY '3 - Levantar orden sin pago'
           DISPLAY '4 - Listar ordenes de una cuenta'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-LEGAL-OPTION

           EVALUATE WS-LEGAL-OPTION
               WHEN 1
                   PERFORM LEGAL-ORDER-REGISTER
               WHEN 2
                   PERFORM LEGAL-ORDER-PAY
               WHEN 3
                   PERFORM LEGAL-ORDER-LIFT
               WHEN 4
                   PERFORM LEGAL-ORDER-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LEGAL-ORDER-REGISTER.
           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Autoridad (juzgado/agencia): ' WITH NO ADVANCING
           ACCEPT WS-LEGAL-ROW-AUTHORITY
           DISPLAY 'Banco de la autoridad (codigo): '
               WITH NO ADVANCING
           ACCEPT WS-LEGAL-ROW-BANK
           DISPLAY 'Cuenta de la autoridad: ' WITH NO ADVANCING
           ACCEPT WS-LEGAL-ROW-DEST
           IF WS-LEGAL-ROW-AUTHORITY = SPACES
               OR WS-LEGAL-ROW-DEST = SPACES
               DISPLAY 'ERROR: autoridad y cuenta destino son '
                   'obligatorias'
               EXIT PARAGRAPH
           END-IF

      *>   La retencion aparta solo la suma reclamada; sin
      *>   vencimiento, la levanta el pago o el levantamiento
           MOVE 'JUDICIAL' TO WS-HOLD-REASON-IN
           MOVE SPACES TO WS-HOLD-EXPIRY-IN
           PERFORM APPEND-HOLD-ROW

           PERFORM NEXT-LEGAL-NUMBER
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-LEGAL-ROW-ID
           STRING 'LEG-' WS-LEGAL-NUMBER
               INTO WS-LEGAL-ROW-ID
           END-STRING

           MOVE SPACES TO WS-LEGAL-LINE
           STRING WS-LEGAL-ROW-ID        DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-TMP-ACCOUNT         DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-LEGAL-ROW-AUTHORITY DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-LEGAL-ROW-BANK      DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-LEGAL-ROW-DEST      DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT  DELIMITED BY SIZE
                  ','                    DELIMITED BY SIZE
                  WS-HOLD-ROW-ID         DELIMITED BY SPACE
                  ',OPEN,'               DELIMITED BY SIZE
                  WS-APPEND-DATE         DELIMITED BY SIZE
               INTO WS-LEGAL-LINE
           END-STRING

           OPEN EXTEND LEGAL-ORDERS-FILE
           IF WS-LEGAL-FILE-STATUS = '05'
               OR WS-LEGAL-FILE-STATUS = '35'
               OPEN OUTPUT LEGAL-ORDERS-FILE
           END-IF
           WRITE LEGAL-ORDERS-RECORD FROM WS-LEGAL-LINE
           CLOSE LEGAL-ORDERS-FILE

           DISPLAY 'Orden ' WS-LEGAL-ROW-ID ' registrada con '
               'retencion ' WS-HOLD-ROW-ID
           .

      *> Pago a la autoridad: cargo al cliente contra liquidacion
      *> por el circuito exterior, liberacion de la retencion y
      *> linea de remesa identificando la orden
       LEGAL-ORDER-PAY.
           DISPLAY 'Numero de orden (LEG-...): ' WITH NO ADVANCING
           ACCEPT WS-LEGAL-ID-IN

           PERFORM FIND-LEGAL-ORDER
           IF WS-LEGAL-FOUND = 'N'
               DISPLAY 'ERROR: orden no encontrada o no abierta'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEGAL-ROW-ACCOUNT TO WS-TMP-ACCOUNT
           MOVE WS-TMP-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta de la orden no existe'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LEGAL-ROW-AMOUNT)
               TO WS-TMP-AMOUNT

      *>   La propia retencion de la orden cubre el pago: se libera
      *>   antes de comprobar el disponible
           MOVE WS-LEGAL-ROW-HOLD TO WS-HOLD-ID-IN
           MOVE 'RELEASED' TO WS-HOLD-ROW-STATUS
           PERFORM MARK-HOLD-IN-FILE

           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE < WS-TMP-AMOUNT
               DISPLAY 'ERROR: la cuenta aun no cubre la orden; '
                   'los abonos entrantes siguen acumulando'
      *>       La retencion vuelve a colocarse: la orden sigue viva
               MOVE 'JUDICIAL' TO WS-HOLD-REASON-IN
               MOVE SPACES TO WS-HOLD-EXPIRY-IN
               PERFORM APPEND-HOLD-ROW
               PERFORM RESTAMP-LEGAL-HOLD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEGAL-ROW-BANK TO WS-EXT-DEST-BANK
           MOVE WS-LEGAL-ROW-DEST TO WS-EXT-DEST-ACCOUNT

           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-SETTLEMENT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX

           PERFORM SET-APPEND-DATE
           PERFORM APPEND-EXTERNAL-TRANSFER-CSV
           PERFORM APPEND-OUTBOUND-PENDING
           PERFORM APPEND-LEGAL-REMITTANCE

           MOVE 'PAID' TO WS-LEGAL-NEW-STATE
           PERFORM MARK-LEGAL-ORDER

           DISPLAY 'Orden pagada a la autoridad con referencia '
               WS-TX-REF
           .

       LEGAL-ORDER-LIFT.
           DISPLAY 'Numero de orden (LEG-...): ' WITH NO ADVANCING
           ACCEPT WS-LEGAL-ID-IN

           PERFORM FIND-LEGAL-ORDER
           IF WS-LEGAL-FOUND = 'N'
               DISPLAY 'ERROR: orden no encontrada o no abierta'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEGAL-ROW-HOLD TO WS-HOLD-ID-IN
           MOVE 'RELEASED' TO WS-HOLD-ROW-STATUS
           PERFORM MARK-HOLD-IN-FILE

           MOVE 'LIFTED' TO WS-LEGAL-NEW-STATE
           PERFORM MARK-LEGAL-ORDER
           DISPLAY 'Orden levantada y retencion liberada'
           .

       LEGAL-ORDER-LIST.
           PERFORM ASK-ACCOUNT

           MOVE 0 TO WS-LEGAL-LIST-COUNT
           OPEN INPUT LEGAL-ORDERS-FILE
           IF WS-LEGAL-FILE-STATUS NOT = '00'
               DISPLAY '(sin ordenes registradas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY 'Ordenes de la cuenta ' WS-TMP-ACCOUNT
           PERFORM UNTIL WS-LEGAL-FILE-STATUS NOT = '00'
               READ LEGAL-ORDERS-FILE INTO WS-LEGAL-LINE
               IF WS-LEGAL-FILE-STATUS = '00'
                   PERFORM PARSE-LEGAL-LINE
                   IF WS-LEGAL-ROW-ACCOUNT = WS-TMP-ACCOUNT
                       ADD 1 TO WS-LEGAL-LIST-COUNT
                       DISPLAY '  ' WS-LEGAL-ROW-ID ' '
                           WS-LEGAL-ROW-AUTHORITY ' '
                           WS-LEGAL-ROW-AMOUNT(1:16) ' '
                           WS-LEGAL-ROW-STATUS ' ('
                           WS-LEGAL-ROW-DATE ')'
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LEGAL-ORDERS-FILE

           DISPLAY 'Total: ' WS-LEGAL-LIST-COUNT
           .

       PARSE-LEGAL-LINE.
           MOVE SPACES TO WS-LEGAL-ROW-HOLD
           MOVE SPACES TO WS-LEGAL-ROW-STATUS
           MOVE SPACES TO WS-LEGAL-ROW-DATE
           UNSTRING WS-LEGAL-LINE DELIMITED BY ','
               INTO WS-LEGAL-ROW-ID WS-LEGAL-ROW-ACCOUNT
                    WS-LEGAL-ROW-AUTHORITY WS-LEGAL-ROW-BANK
                    WS-LEGAL-ROW-DEST WS-LEGAL-ROW-AMOUNT
                    WS-LEGAL-ROW-HOLD WS-LEGAL-ROW-STATUS
                    WS-LEGAL-ROW-DATE
           END-UNSTRING
           .

      *> Localiza la orden OPEN WS-LEGAL-ID-IN y deja sus campos en
      *> WS-LEGAL-ROW-*
       FIND-LEGAL-ORDER.
           MOVE 'N' TO WS-LEGAL-FOUND

           OPEN INPUT LEGAL-ORDERS-FILE
           IF WS-LEGAL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LEGAL-FILE-STATUS NOT = '00'
               READ LEGAL-ORDERS-FILE INTO WS-LEGAL-LINE
      *>       Con la orden ya localizada se sigue leyendo sin
      *>       analizar, para que sus campos no se pisen con
      *>       filas posteriores
               IF WS-LEGAL-FILE-STATUS = '00'
                   AND WS-LEGAL-FOUND = 'N'
                   PERFORM PARSE-LEGAL-LINE
                   IF WS-LEGAL-ROW-ID = WS-LEGAL-ID-IN
                       AND WS-LEGAL-ROW-STATUS = 'OPEN'
                       MOVE 'Y' TO WS-LEGAL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LEGAL-ORDERS-FILE
           .

      *> Reescritura .new + mv: la orden WS-LEGAL-ID-IN pasa al
      *> estado WS-LEGAL-NEW-STATE conservando el resto de campos
       MARK-LEGAL-ORDER.
           OPEN INPUT LEGAL-ORDERS-FILE
           IF WS-LEGAL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LEGAL-ORDERS-NEW-FILE

           PERFORM UNTIL WS-LEGAL-FILE-STATUS NOT = '00'
               READ LEGAL-ORDERS-FILE INTO WS-LEGAL-LINE
               IF WS-LEGAL-FILE-STATUS = '00'
                   PERFORM MARK-ONE-LEGAL-LINE
               END-IF
           END-PERFORM

           CLOSE LEGAL-ORDERS-NEW-FILE
           CLOSE LEGAL-ORDERS-FILE

           MOVE SPACES TO WS-LEGAL-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/legal-orders.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/legal-orders.csv' DELIMITED BY SIZE
               INTO WS-LEGAL-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LEGAL-MV-CMD
               GIVING WS-LEGAL-MV-RC
           IF WS-LEGAL-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de ordenes judiciales'
           END-IF
           .

       MARK-ONE-LEGAL-LINE.
           MOVE WS-LEGAL-LINE TO WS-LEGAL-ORIG-LINE
           PERFORM PARSE-LEGAL-LINE

           IF WS-LEGAL-ROW-ID = WS-LEGAL-ID-IN
               AND WS-LEGAL-ROW-STATUS = 'OPEN'
               PERFORM SET-APPEND-DATE
               MOVE SPACES TO WS-LEGAL-LINE
               STRING WS-LEGAL-ROW-ID        DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-ACCOUNT   DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-AUTHORITY DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-BANK      DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-DEST      DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-AMOUNT    DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-ROW-HOLD      DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-LEGAL-NEW-STATE     DELIMITED BY SPACE
                      ','                    DELIMITED BY SIZE
                      WS-APPEND-DATE         DELIMITED BY SIZE
                   INTO WS-LEGAL-LINE
               END-STRING
               WRITE LEGAL-ORDERS-NEW-RECORD FROM WS-LEGAL-LINE
           ELSE
               WRITE LEGAL-ORDERS-NEW-RECORD
                   FROM WS-LEGAL-ORIG-LINE
           END-IF
           .

      *> Cuando un pago fallido recoloca la retencion, la orden
      *> debe apuntar a la retencion nueva
       RESTAMP-LEGAL-HOLD.
           OPEN INPUT LEGAL-ORDERS-FILE
           IF WS-LEGAL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LEGAL-ORDERS-NEW-FILE
           PERFORM UNTIL WS-LEGAL-FILE-STATUS NOT = '00'
               READ LEGAL-ORDERS-FILE INTO WS-LEGAL-LINE
               IF WS-LEGAL-FILE-STATUS = '00'
                   MOVE WS-LEGAL-LINE TO WS-LEGAL-ORIG-LINE
                   PERFORM PARSE-LEGAL-LINE
                   IF WS-LEGAL-ROW-ID = WS-LEGAL-ID-IN
                       AND WS-LEGAL-ROW-STATUS = 'OPEN'
                       MOVE WS-HOLD-ROW-ID TO WS-LEGAL-ROW-HOLD
                       MOVE SPACES TO WS-LEGAL-LINE
                       STRING WS-LEGAL-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-ACCOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-AUTHORITY
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-BANK DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-DEST DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-AMOUNT
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LEGAL-ROW-HOLD DELIMITED BY SPACE
                              ',OPEN,' DELIMITED BY SIZE
                              WS-LEGAL-ROW-DATE DELIMITED BY SIZE
                           INTO WS-LEGAL-LINE
                       END-STRING
                       WRITE LEGAL-ORDERS-NEW-RECORD
                           FROM WS-LEGAL-LINE
                   ELSE
                       WRITE LEGAL-ORDERS-NEW-RECORD
                           FROM WS-LEGAL-ORIG-LINE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LEGAL-ORDERS-NEW-FILE
           CLOSE LEGAL-ORDERS-FILE

           MOVE SPACES TO WS-LEGAL-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/legal-orders.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/legal-orders.csv' DELIMITED BY SIZE
               INTO WS-LEGAL-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LEGAL-MV-CMD
               GIVING WS-LEGAL-MV-RC
           .

      *> Linea de remesa que acompana el pago: la autoridad debe
      *> poder casar el abono con su expediente
       APPEND-LEGAL-REMITTANCE.
           MOVE SPACES TO WS-LEGAL-LINE
           STRING WS-APPEND-DATE         DELIMITED BY SIZE
                  ' ORDEN '              DELIMITED BY SIZE
                  WS-LEGAL-ROW-ID        DELIMITED BY SPACE
                  ' AUTORIDAD '          DELIMITED BY SIZE
                  WS-LEGAL-ROW-AUTHORITY DELIMITED BY SPACE
                  ' IMPORTE '            DELIMITED BY SIZE
                  WS-LEGAL-ROW-AMOUNT    DELIMITED BY SPACE
                  ' REF '                DELIMITED BY SIZE
                  WS-TX-REF              DELIMITED BY SPACE
               INTO WS-LEGAL-LINE
           END-STRING

           OPEN EXTEND LEGAL-REMIT-FILE
           IF WS-LEGAL-REMIT-STATUS = '05'
               OR WS-LEGAL-REMIT-STATUS = '35'
               OPEN OUTPUT LEGAL-REMIT-FILE
           END-IF
           WRITE LEGAL-REMIT-RECORD FROM WS-LEGAL-LINE
           CLOSE LEGAL-REMIT-FILE
           .

      *> Contador correlativo persistido, como el de retenciones
       NEXT-LEGAL-NUMBER.
           MOVE 0 TO WS-LEGAL-NUMBER

           OPEN INPUT LEGAL-COUNTER-FILE
           IF WS-LEGAL-CTR-STATUS = '00'
               READ LEGAL-COUNTER-FILE INTO WS-LEGAL-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION
                           TEST-NUMVAL(WS-LEGAL-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-LEGAL-CTR-STR)
                               TO WS-LEGAL-NUMBER
                       END-IF
               END-READ
               CLOSE LEGAL-COUNTER-FILE
           END-IF

           ADD 1 TO WS-LEGAL-NUMBER

           MOVE WS-LEGAL-NUMBER TO WS-LEGAL-CTR-STR
           OPEN OUTPUT LEGAL-COUNTER-FILE
           WRITE LEGAL-COUNTER-RECORD FROM WS-LEGAL-CTR-STR
           CLOSE LEGAL-COUNTER-FILE
           .

      *> Retencion de fondos sin compensar de un cheque depositado:
      *> vence a los WS-CHEQUE-FLOAT-DAYS dias habiles (calendario
      *> laboral incluido) y el cierre la libera automaticamente
       PLACE-CHEQUE-FLOAT-HOLD.
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-ROLL-DATE
           MOVE WS-CHEQUE-FLOAT-DAYS TO WS-BDAYS-AHEAD
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-ROLL-DATE TO WS-HOLD-EXPIRY-IN

           MOVE 'CHEQUE' TO WS-HOLD-REASON-IN
           PERFORM APPEND-HOLD-ROW

           DISPLAY 'Fondos del cheque retenidos hasta '
               WS-HOLD-EXPIRY-IN ' (retencion ' WS-HOLD-ROW-ID ')'
           .

      *> Deja el cheque ingresado pendiente de presentar a la camara
      *> (CHEQUE-PRESENTMENT) con la referencia de su abono y su
      *> retencion de flotacion, para casar despues la devolucion
       APPEND-CHEQUE-DEPOSIT.
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-CHQDEP-LINE
           STRING WS-APPEND-DATE        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-TMP-ACCOUNT        DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APPEND-AMOUNT-EDIT)
                                        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-CHQDEP-BANK        DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-CHQDEP-NUMBER      DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-CHQDEP-DRAWER      DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-TX-REF             DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-HOLD-ROW-ID        DELIMITED BY SPACE
                  ',PENDING,'           DELIMITED BY SIZE
               INTO WS-CHQDEP-LINE
           END-STRING

           OPEN EXTEND CHEQUE-DEPOSITS-FILE
           IF WS-CHQDEP-FILE-STATUS = '05'
               OR WS-CHQDEP-FILE-STATUS = '35'
               OPEN OUTPUT CHEQUE-DEPOSITS-FILE
           END-IF
           WRITE CHEQUE-DEPOSITS-RECORD FROM WS-CHQDEP-LINE
           CLOSE CHEQUE-DEPOSITS-FILE
           .

      *> Marca RETURNED el ingreso de cheque cuya referencia de
      *> abono es WS-REV-REF y deja su retencion en WS-HOLD-ID-IN;
      *> WS-CHQDEP-FOUND = 'N' si no hay ingreso que casar
       MARK-CHEQUE-DEPOSIT-RETURNED.
           MOVE 'N' TO WS-CHQDEP-FOUND

           OPEN INPUT CHEQUE-DEPOSITS-FILE
           IF WS-CHQDEP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CHEQUE-DEPOSITS-NEW-FILE

           PERFORM UNTIL WS-CHQDEP-FILE-STATUS NOT = '00'
               READ CHEQUE-DEPOSITS-FILE INTO WS-CHQDEP-LINE
               IF WS-CHQDEP-FILE-STATUS = '00'
                   PERFORM MARK-ONE-CHEQUE-DEPOSIT
               END-IF
           END-PERFORM

           CLOSE CHEQUE-DEPOSITS-NEW-FILE
           CLOSE CHEQUE-DEPOSITS-FILE

           MOVE SPACES TO WS-CHQ-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-deposits.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cheque-deposits.csv' DELIMITED BY SIZE
               INTO WS-CHQ-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CHQ-MV-CMD
               GIVING WS-CHQ-MV-RC
           IF WS-CHQ-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'cheque-deposits.csv'
           END-IF
           .

       MARK-ONE-CHEQUE-DEPOSIT.
           MOVE WS-CHQDEP-LINE TO WS-CHQDEP-ORIG-LINE
           MOVE SPACES TO WS-CHQDEP-ROW-HOLD
           MOVE SPACES TO WS-CHQDEP-ROW-STATE
           MOVE SPACES TO WS-CHQDEP-ROW-FILE
           UNSTRING WS-CHQDEP-LINE DELIMITED BY ','
               INTO WS-CHQDEP-ROW-DATE WS-CHQDEP-ROW-ACCOUNT
                    WS-CHQDEP-ROW-AMOUNT WS-CHQDEP-ROW-BANK
                    WS-CHQDEP-ROW-NUMBER WS-CHQDEP-ROW-DRAWER
                    WS-CHQDEP-ROW-REF WS-CHQDEP-ROW-HOLD
                    WS-CHQDEP-ROW-STATE WS-CHQDEP-ROW-FILE
           END-UNSTRING

           IF WS-CHQDEP-ROW-REF = WS-REV-REF
               AND WS-CHQDEP-ROW-ACCOUNT = WS-TMP-ACCOUNT
               AND WS-CHQDEP-ROW-STATE NOT = 'RETURNED'
               AND WS-CHQDEP-FOUND = 'N'
               MOVE 'Y' TO WS-CHQDEP-FOUND
               MOVE WS-CHQDEP-ROW-HOLD TO WS-HOLD-ID-IN
               MOVE SPACES TO WS-CHQDEP-LINE
               STRING WS-CHQDEP-ROW-DATE    DELIMITED BY SIZE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-ACCOUNT DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-AMOUNT  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-BANK    DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-NUMBER  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-DRAWER  DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-REF     DELIMITED BY SPACE
                      ','                   DELIMITED BY SIZE
                      WS-CHQDEP-ROW-HOLD    DELIMITED BY SPACE
                      ',RETURNED,'          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHQDEP-ROW-FILE)
                                            DELIMITED BY SIZE
                   INTO WS-CHQDEP-LINE
               END-STRING
               WRITE CHEQUE-DEPOSITS-NEW-RECORD FROM WS-CHQDEP-LINE
           ELSE
               WRITE CHEQUE-DEPOSITS-NEW-RECORD
                   FROM WS-CHQDEP-ORIG-LINE
           END-IF
           .

      *> Contador correlativo persistido, como el de recibos
       NEXT-HOLD-NUMBER.
           MOVE 0 TO WS-HOLD-NUMBER

           OPEN INPUT HOLD-COUNTER-FILE
           IF WS-HOLD-CTR-STATUS = '00'
               READ HOLD-COUNTER-FILE INTO WS-HOLD-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-HOLD-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-HOLD-CTR-STR)
                               TO WS-HOLD-NUMBER
                       END-IF
               END-READ
               CLOSE HOLD-COUNTER-FILE
           END-IF

           ADD 1 TO WS-HOLD-NUMBER

           MOVE WS-HOLD-NUMBER TO WS-HOLD-CTR-STR
           OPEN OUTPUT HOLD-COUNTER-FILE
           WRITE HOLD-COUNTER-RECORD FROM WS-HOLD-CTR-STR
           CLOSE HOLD-COUNTER-FILE
           .

      *> ============================================================
      *> DEPOSITOS A PLAZO
      *> ============================================================

      *> En modo DB2 el servicio es el mismo: el registro de
      *> depositos es compartido y el dinero se asienta via MBDBSQL
      *> (TDOPEN/TDCANCEL del protocolo)
       DO-TERM-DEPOSIT-MENU.
           DISPLAY ' '
           DISPLAY '===== DEPOSITOS A PLAZO ====='
           DISPLAY '1 - Abrir deposito a plazo'
           DISPLAY '2 - Cancelacion anticipada'
           DISPLAY '3 - Abrir plan de ahorro (cuota mensual)'
           DISPLAY '4 - Cancelacion anticipada de plan de ahorro'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-TD-OPTION

           EVALUATE WS-TD-OPTION
               WHEN 1
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM OPEN-TERM-DEPOSIT-DB2
                   ELSE
                       PERFORM OPEN-TERM-DEPOSIT
                   END-IF
               WHEN 2
                   IF WS-DATA-SOURCE = 'DB2'
                       PERFORM CANCEL-TERM-DEPOSIT-DB2
                   ELSE
                       PERFORM CANCEL-TERM-DEPOSIT
                   END-IF
               WHEN 3
                   IF WS-DATA-SOURCE = 'DB2'
                       DISPLAY 'ERROR: los planes de ahorro solo '
                           'estan disponibles con datos CSV'
                   ELSE
                       PERFORM OPEN-RECURRING-DEPOSIT
                   END-IF
               WHEN 4
                   IF WS-DATA-SOURCE = 'DB2'
                       DISPLAY 'ERROR: los planes de ahorro solo '
                           'estan disponibles con datos CSV'
                   ELSE
                       PERFORM CANCEL-RECURRING-DEPOSIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       OPEN-TERM-DEPOSIT-DB2.
           PERFORM ASK-ACCOUNT
           PERFORM ASK-AMOUNT
           DISPLAY 'Plazo en meses: ' WITH NO ADVANCING
           ACCEPT WS-TD-MONTHS-IN
           DISPLAY 'Tipo anual (ej. 0.03): ' WITH NO ADVANCING
           ACCEPT WS-TD-RATE-IN
           DISPLAY 'Al vencer: P=pagar, R=renovar: '
               WITH NO ADVANCING
           ACCEPT WS-TD-INSTR-IN

           IF FUNCTION TEST-NUMVAL(WS-TD-MONTHS-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TD-RATE-IN) NOT = 0
               DISPLAY 'ERROR: plazo o tipo no numericos'
               EXIT PARAGRAPH
           END-IF

           MOVE 'TDOPEN  ' TO DB-FUNC
           MOVE FUNCTION NUMVAL(WS-TD-MONTHS-IN) TO DB-TD-MONTHS
           MOVE FUNCTION NUMVAL(WS-TD-RATE-IN) TO DB-RATE
           IF WS-TD-INSTR-IN = 'R'
               MOVE 'ROLL' TO DB-TD-INSTRUCTION
           ELSE
               MOVE 'PAY' TO DB-TD-INSTRUCTION
           END-IF
           MOVE WS-SUPERVISOR-OVERRIDE TO DB-SUPERVISOR-OVERRIDE
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE SPACES TO DB-REF-ID

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Deposito abierto: ' DB-REF-ID
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

       CANCEL-TERM-DEPOSIT-DB2.
           DISPLAY 'Identificador del deposito (TD-...): '
               WITH NO ADVANCING
           ACCEPT WS-TD-LOOKUP-ID

      *>   La cancelacion anticipada sigue exigiendo supervisor
           IF NOT ROLE-IS-SUPERVISOR
               PERFORM SUPERVISOR-PIN-GATE
               IF NOT SUPERVISOR-OVERRIDE-OK
                   DISPLAY 'Cancelacion no autorizada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'TDCANCEL' TO DB-FUNC
           MOVE WS-TD-LOOKUP-ID TO DB-REF-ID
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Deposito cancelado; penalizacion: '
                   DB-AMOUNT
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

      *> Abre un deposito a plazo: los fondos salen de la cuenta
      *> corriente hacia la cuenta TD-nnnnnnnn mediante la mecanica
      *> normal de TRANSFER, y el deposito queda registrado para que
      *> TD-MATURITY lo venza o renueve el dia que toque
       OPEN-TERM-DEPOSIT.
           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta abierta'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT

           IF WS-TMP-AMOUNT <= 0
               OR WS-TMP-AMOUNT > ACC-BALANCE(WS-ACC-INDEX)
               DISPLAY 'ERROR: importe fuera del saldo disponible'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Plazo en meses (ej. 12): ' WITH NO ADVANCING
           ACCEPT WS-TD-MONTHS-IN
           IF FUNCTION TEST-NUMVAL(WS-TD-MONTHS-IN) NOT = 0
               OR FUNCTION NUMVAL(WS-TD-MONTHS-IN) <= 0
               DISPLAY 'ERROR: plazo no valido'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TD-MONTHS-IN) TO WS-TD-MONTHS

           DISPLAY 'Tipo anual (ej. 0.03): ' WITH NO ADVANCING
           ACCEPT WS-TD-RATE-IN
           IF FUNCTION TEST-NUMVAL(WS-TD-RATE-IN) NOT = 0
               DISPLAY 'ERROR: tipo no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Al vencimiento (P=pagar, R=renovar): '
               WITH NO ADVANCING
           ACCEPT WS-TD-INSTR-IN
           IF WS-TD-INSTR-IN = 'R' OR WS-TD-INSTR-IN = 'r'
               MOVE 'ROLL' TO WS-TD-INSTR
           ELSE
               MOVE 'PAY' TO WS-TD-INSTR
           END-IF

           PERFORM NEXT-TD-NUMBER
           MOVE SPACES TO WS-TD-ACCOUNT-ID
           STRING 'TD-' DELIMITED BY SIZE
                  WS-TD-NUMBER DELIMITED BY SIZE
               INTO WS-TD-ACCOUNT-ID
           END-STRING

           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-TD-MATURITY-DATE
           PERFORM ADD-MONTHS-TO-TD-MATURITY

      *>   Mover los fondos: TRANSFER cuenta -> deposito
           MOVE WS-TD-ACCOUNT-ID TO WS-SUSP-DEST
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-TD-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
           PERFORM APPEND-TD-TRANSFER-CSV

      *>   Registrar el deposito
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-TD-LINE
           STRING WS-TD-ACCOUNT-ID(4:8) DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-TD-RATE-IN       DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-DATE      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-TD-MATURITY-DATE DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-TD-INSTR         DELIMITED BY SPACE
                  ',ACTIVE'           DELIMITED BY SIZE
               INTO WS-TD-LINE
           END-STRING

           OPEN EXTEND TD-REGISTER-FILE
           IF WS-TD-FILE-STATUS = '05'
               OR WS-TD-FILE-STATUS = '35'
               OPEN OUTPUT TD-REGISTER-FILE
           END-IF
           WRITE TD-REGISTER-RECORD FROM WS-TD-LINE
           CLOSE TD-REGISTER-FILE

           DISPLAY 'Deposito abierto: ' WS-TD-ACCOUNT-ID
               ' vence ' WS-TD-MATURITY-DATE
           .

      *> Abre un plan de ahorro: cuota fija mensual durante N meses
      *> desde la cuenta corriente. La primera cuota se cobra ahora
      *> como TRANSFER hacia la cuenta RD-nnnnnnnn; RD-INSTALMENTS
      *> cobra las siguientes cada mes y paga el plan al vencer
       OPEN-RECURRING-DEPOSIT.
           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta abierta'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cuota mensual del plan'
           PERFORM ASK-AMOUNT

           IF WS-TMP-AMOUNT <= 0
               OR WS-TMP-AMOUNT > ACC-BALANCE(WS-ACC-INDEX)
               DISPLAY 'ERROR: importe fuera del saldo disponible'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de cuotas mensuales (ej. 12): '
               WITH NO ADVANCING
           ACCEPT WS-TD-MONTHS-IN
           IF FUNCTION TEST-NUMVAL(WS-TD-MONTHS-IN) NOT = 0
               OR FUNCTION NUMVAL(WS-TD-MONTHS-IN) < 2
               OR FUNCTION NUMVAL(WS-TD-MONTHS-IN) > 120
               DISPLAY 'ERROR: plazo no valido (2 a 120 meses)'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TD-MONTHS-IN) TO WS-RD-MONTHS

           DISPLAY 'Tipo anual (ej. 0.03): ' WITH NO ADVANCING
           ACCEPT WS-TD-RATE-IN
           IF FUNCTION TEST-NUMVAL(WS-TD-RATE-IN) NOT = 0
               DISPLAY 'ERROR: tipo no valido'
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-RD-NUMBER
           MOVE SPACES TO WS-TD-ACCOUNT-ID
           STRING 'RD-' DELIMITED BY SIZE
                  WS-RD-NUMBER DELIMITED BY SIZE
               INTO WS-TD-ACCOUNT-ID
           END-STRING

      *>   Proximo cargo a un mes y vencimiento a N meses de hoy
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-TD-MATURITY-DATE
           MOVE 1 TO WS-TD-MONTHS
           PERFORM ADD-MONTHS-TO-TD-MATURITY
           MOVE WS-TD-MATURITY-DATE TO WS-RD-NEXT-DUE
           MOVE WS-APPEND-DATE TO WS-TD-MATURITY-DATE
           MOVE WS-RD-MONTHS TO WS-TD-MONTHS
           PERFORM ADD-MONTHS-TO-TD-MATURITY

      *>   Primera cuota: TRANSFER cuenta -> plan
           MOVE WS-TD-ACCOUNT-ID TO WS-SUSP-DEST
           SUBTRACT WS-TMP-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-TD-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
           PERFORM APPEND-TD-TRANSFER-CSV

      *>   Registrar el plan con la primera cuota pagada
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE WS-RD-MONTHS TO WS-RD-MONTHS-EDIT
           MOVE SPACES TO WS-RD-LINE
           STRING WS-TD-ACCOUNT-ID(4:8) DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-TD-RATE-IN       DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-APPEND-DATE      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-TD-MATURITY-DATE DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RD-MONTHS-EDIT)
                                      DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-RD-NEXT-DUE      DELIMITED BY SIZE
                  ',1,0,'             DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ',0.00,'            DELIMITED BY SIZE
                  WS-APPEND-DATE      DELIMITED BY SIZE
                  ',0.00,ACTIVE'      DELIMITED BY SIZE
               INTO WS-RD-LINE
           END-STRING

           OPEN EXTEND RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS = '05'
               OR WS-RD-FILE-STATUS = '35'
               OPEN OUTPUT RD-REGISTER-FILE
           END-IF
           WRITE RD-REGISTER-RECORD FROM WS-RD-LINE
           CLOSE RD-REGISTER-FILE

           DISPLAY 'Plan de ahorro abierto: ' WS-TD-ACCOUNT-ID
               ' proxima cuota ' WS-RD-NEXT-DUE
               ' vence ' WS-TD-MATURITY-DATE
           .

      *> Contador correlativo de planes de ahorro, como el de
      *> depositos a plazo
       NEXT-RD-NUMBER.
           MOVE 0 TO WS-RD-NUMBER

           OPEN INPUT RD-COUNTER-FILE
           IF WS-RD-CTR-FILE-STATUS = '00'
               READ RD-COUNTER-FILE INTO WS-RD-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-RD-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-RD-CTR-STR)
                               TO WS-RD-NUMBER
                       END-IF
               END-READ
               CLOSE RD-COUNTER-FILE
           END-IF

           ADD 1 TO WS-RD-NUMBER

           MOVE WS-RD-NUMBER TO WS-RD-CTR-STR
           OPEN OUTPUT RD-COUNTER-FILE
           WRITE RD-COUNTER-RECORD FROM WS-RD-CTR-STR
           CLOSE RD-COUNTER-FILE
           .

      *> Cancelacion anticipada de un plan de ahorro (ACTIVE o
      *> SUSPENDED): lo ahorrado vuelve a la cuenta de cargo y el
      *> interes devengado se pierde, que es la penalizacion del
      *> plan; como la del deposito, exige el PIN de supervisor. Una
      *> cuenta congelada puede recibirlo (la herencia lo cobra con
      *> ella); una cerrada no
       CANCEL-RECURRING-DEPOSIT.
           DISPLAY 'Numero del plan (8 cifras): ' WITH NO ADVANCING
           ACCEPT WS-RD-LOOKUP-ID

           PERFORM FIND-RD-IN-REGISTER
           IF WS-RD-FOUND = 'N'
               DISPLAY 'ERROR: plan no encontrado o ya terminado'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RD-ROW-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta del plan no existe'
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta de cargo del plan esta '
                   'cerrada'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RD-SAVED
           IF FUNCTION TEST-NUMVAL(WS-RD-ROW-SAVED) = 0
               MOVE FUNCTION NUMVAL(WS-RD-ROW-SAVED) TO WS-RD-SAVED
           END-IF

           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               MOVE WS-RD-SAVED TO WS-TMP-AMOUNT
               PERFORM SUPERVISOR-PIN-GATE
               IF NOT SUPERVISOR-OVERRIDE-OK
                   DISPLAY 'Cancelacion denegada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   Lo ahorrado de vuelta: TRANSFER plan -> cuenta
           IF WS-RD-SAVED > 0
               MOVE SPACES TO WS-TD-ACCOUNT-ID
               STRING 'RD-' DELIMITED BY SIZE
                      WS-RD-ROW-ID DELIMITED BY SPACE
                   INTO WS-TD-ACCOUNT-ID
               END-STRING
               ADD WS-RD-SAVED TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
               MOVE WS-TD-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-OR-CREATE-ACCOUNT
               SUBTRACT WS-RD-SAVED FROM ACC-BALANCE(WS-LOOKUP-INDEX)
               MOVE WS-SUSP-INDEX TO WS-ACC-INDEX
               MOVE WS-RD-ROW-ACCOUNT TO WS-SUSP-DEST
               MOVE WS-RD-SAVED TO WS-TMP-AMOUNT
               PERFORM APPEND-TD-RETURN-TRANSFER-CSV
           END-IF

           MOVE 'CLOSED' TO WS-RD-ROW-STATE
           PERFORM REWRITE-RD-IN-REGISTER

           MOVE WS-RD-SAVED TO WS-EST-EDIT-1
           DISPLAY 'Plan RD-' FUNCTION TRIM(WS-RD-ROW-ID)
               ' cancelado; devuelto ' WS-EST-EDIT-1
               ' (el interes devengado no se abona)'
           .

      *> Busca en el registro el plan vivo (ACTIVE o SUSPENDED) con
      *> el id pedido; deja su fila en WS-RD-ROW-*
       FIND-RD-IN-REGISTER.
           MOVE 'N' TO WS-RD-FOUND

           OPEN INPUT RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RD-FILE-STATUS NOT = '00'
               READ RD-REGISTER-FILE INTO WS-RD-LINE
               IF WS-RD-FILE-STATUS = '00'
                   AND WS-RD-FOUND = 'N'
                   PERFORM PARSE-RD-LINE
                   IF WS-RD-ROW-ID = WS-RD-LOOKUP-ID(1:8)
                       AND (WS-RD-ROW-STATE = 'ACTIVE'
                         OR WS-RD-ROW-STATE = 'SUSPENDED')
                       MOVE 'Y' TO WS-RD-FOUND
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RD-REGISTER-FILE
           .

       PARSE-RD-LINE.
           MOVE SPACES TO WS-RD-ROW-STATE
           UNSTRING WS-RD-LINE DELIMITED BY ','
               INTO WS-RD-ROW-ID WS-RD-ROW-ACCOUNT
                    WS-RD-ROW-INSTALMENT WS-RD-ROW-RATE
                    WS-RD-ROW-OPEN WS-RD-ROW-MATURITY
                    WS-RD-ROW-MONTHS WS-RD-ROW-NEXT-DUE
                    WS-RD-ROW-PAID WS-RD-ROW-MISSED
                    WS-RD-ROW-SAVED WS-RD-ROW-INTEREST
                    WS-RD-ROW-INT-DATE WS-RD-ROW-PENALTY
                    WS-RD-ROW-STATE
           END-UNSTRING
           IF WS-RD-ROW-STATE = SPACES
               MOVE 'ACTIVE' TO WS-RD-ROW-STATE
           END-IF
           .

      *> Rehace WS-RD-LINE desde WS-RD-ROW-* (con el estado nuevo)
       BUILD-RD-LINE.
           MOVE SPACES TO WS-RD-LINE
           STRING WS-RD-ROW-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-ACCOUNT    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-INSTALMENT DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-RATE       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-OPEN       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-MATURITY   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-MONTHS     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-NEXT-DUE   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-PAID       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-MISSED     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-SAVED      DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-INTEREST   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-INT-DATE   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-PENALTY    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-RD-ROW-STATE      DELIMITED BY SPACE
               INTO WS-RD-LINE
           END-STRING
           .

      *> Reescribe el registro cambiando al estado WS-RD-ROW-STATE
      *> el plan WS-RD-LOOKUP-ID, si sigue vivo
       REWRITE-RD-IN-REGISTER.
           MOVE WS-RD-ROW-STATE TO WS-RD-NEW-STATE
           OPEN INPUT RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RD-REGISTER-NEW-FILE

           PERFORM UNTIL WS-RD-FILE-STATUS NOT = '00'
               READ RD-REGISTER-FILE INTO WS-RD-LINE
               IF WS-RD-FILE-STATUS = '00'
                   PERFORM PARSE-RD-LINE
                   IF WS-RD-ROW-ID = WS-RD-LOOKUP-ID(1:8)
                       AND (WS-RD-ROW-STATE = 'ACTIVE'
                         OR WS-RD-ROW-STATE = 'SUSPENDED')
                       MOVE WS-RD-NEW-STATE TO WS-RD-ROW-STATE
                       PERFORM BUILD-RD-LINE
                   END-IF
                   WRITE RD-REGISTER-NEW-RECORD FROM WS-RD-LINE
               END-IF
           END-PERFORM

           CLOSE RD-REGISTER-NEW-FILE
           CLOSE RD-REGISTER-FILE
           PERFORM REPLACE-RD-REGISTER
           .

      *> recurring-deposits.csv.new pasa a ser el registro
       REPLACE-RD-REGISTER.
           MOVE SPACES TO WS-RD-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-RECURRING-DEPOSITS-NEW)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-RECURRING-DEPOSITS)
                      DELIMITED BY SIZE
               INTO WS-RD-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-RD-MV-CMD
               GIVING WS-RD-MV-RC
           IF WS-RD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de planes de ahorro'
           END-IF
           .

      *> Cancelacion anticipada: devuelve el principal a la cuenta
      *> y carga la penalizacion; exige el mismo PIN de supervisor
      *> que una retirada grande
       CANCEL-TERM-DEPOSIT.
           DISPLAY 'Numero del deposito (8 cifras): '
               WITH NO ADVANCING
           ACCEPT WS-TD-LOOKUP-ID

           PERFORM FIND-TD-IN-REGISTER

           IF WS-TD-FOUND = 'N'
               DISPLAY 'ERROR: deposito no encontrado o no activo'
               EXIT PARAGRAPH
           END-IF

      *>   Un deposito pignorado en garantia no se cancela hasta
      *>   que se libere la garantia
           PERFORM FIND-TD-PLEDGE
           IF WS-COL-FOUND = 'Y'
               DISPLAY 'ERROR: deposito pignorado en la garantia '
                   FUNCTION TRIM(WS-COL-ROW-ID)
                   '; liberela antes de cancelar'
               EXIT PARAGRAPH
           END-IF

           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               MOVE FUNCTION NUMVAL(WS-TD-ROW-PRINCIPAL)
                   TO WS-TMP-AMOUNT
               PERFORM SUPERVISOR-PIN-GATE
               IF NOT SUPERVISOR-OVERRIDE-OK
                   DISPLAY 'Cancelacion denegada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FUNCTION NUMVAL(WS-TD-ROW-PRINCIPAL)
               TO WS-TD-PRINCIPAL
           COMPUTE WS-TD-PENALTY ROUNDED =
               WS-TD-PRINCIPAL * WS-TD-PENALTY-RATE

      *>   Principal de vuelta: TRANSFER deposito -> cuenta
           MOVE SPACES TO WS-TD-ACCOUNT-ID
           STRING 'TD-' DELIMITED BY SIZE
                  WS-TD-ROW-ID DELIMITED BY SPACE
               INTO WS-TD-ACCOUNT-ID
           END-STRING

           MOVE WS-TD-ROW-ACCOUNT TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta del deposito no existe'
               EXIT PARAGRAPH
           END-IF

           ADD WS-TD-PRINCIPAL TO ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE WS-TD-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           SUBTRACT WS-TD-PRINCIPAL
               FROM ACC-BALANCE(WS-LOOKUP-INDEX)
           MOVE WS-SUSP-INDEX TO WS-ACC-INDEX

           MOVE WS-TD-ROW-ACCOUNT TO WS-SUSP-DEST
           MOVE WS-TD-PRINCIPAL TO WS-TMP-AMOUNT
           PERFORM APPEND-TD-RETURN-TRANSFER-CSV

      *>   Penalizacion por cancelar antes del vencimiento
           IF WS-TD-PENALTY > 0
               SUBTRACT WS-TD-PENALTY
                   FROM ACC-BALANCE(WS-ACC-INDEX)
               MOVE WS-TD-PENALTY TO WS-TMP-AMOUNT
               MOVE 'DEBIT' TO WS-APPEND-TYPE
               MOVE 'PENALIZACION' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
           END-IF

           PERFORM MARK-TD-CLOSED-IN-REGISTER

           DISPLAY 'Deposito cancelado anticipadamente; '
               'penalizacion: ' WS-TD-PENALTY
           .

      *> Busca en el registro el deposito ACTIVO con el id pedido
       FIND-TD-IN-REGISTER.
           MOVE 'N' TO WS-TD-FOUND

           OPEN INPUT TD-REGISTER-FILE
           IF WS-TD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TD-FILE-STATUS NOT = '00'
               READ TD-REGISTER-FILE INTO WS-TD-LINE
      *>       Localizado el deposito no se analizan mas filas, para
      *>       que sus campos no se pisen con las posteriores
               IF WS-TD-FILE-STATUS = '00'
                   AND WS-TD-FOUND = 'N'
                   PERFORM PARSE-TD-LINE
                   IF WS-TD-ROW-ID = WS-TD-LOOKUP-ID(1:8)
                       AND WS-TD-ROW-STATE = 'ACTIVE'
                       MOVE 'Y' TO WS-TD-FOUND
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TD-REGISTER-FILE
           .

       PARSE-TD-LINE.
           MOVE SPACES TO WS-TD-ROW-STATE
           UNSTRING WS-TD-LINE DELIMITED BY ','
               INTO WS-TD-ROW-ID WS-TD-ROW-ACCOUNT
                    WS-TD-ROW-PRINCIPAL WS-TD-ROW-RATE
                    WS-TD-ROW-OPEN WS-TD-ROW-MATURITY
                    WS-TD-ROW-ROLLOVER WS-TD-ROW-STATE
           END-UNSTRING
           IF WS-TD-ROW-STATE = SPACES
               MOVE 'ACTIVE' TO WS-TD-ROW-STATE
           END-IF
           .

      *> Reescribe el registro marcando CLOSED el deposito cancelado
       MARK-TD-CLOSED-IN-REGISTER.
           OPEN INPUT TD-REGISTER-FILE
           IF WS-TD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TD-REGISTER-NEW-FILE

           PERFORM UNTIL WS-TD-FILE-STATUS NOT = '00'
               READ TD-REGISTER-FILE INTO WS-TD-LINE
               IF WS-TD-FILE-STATUS = '00'
                   PERFORM PARSE-TD-LINE
                   IF WS-TD-ROW-ID = WS-TD-LOOKUP-ID(1:8)
                       AND WS-TD-ROW-STATE = 'ACTIVE'
                       MOVE SPACES TO WS-TD-LINE
                       STRING WS-TD-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-ACCOUNT DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-PRINCIPAL
                                  DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-RATE DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-OPEN DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-MATURITY DELIMITED BY SIZE
                              ',' DELIMITED BY SIZE
                              WS-TD-ROW-ROLLOVER
                                  DELIMITED BY SPACE
                              ',CLOSED' DELIMITED BY SIZE
                           INTO WS-TD-LINE
                       END-STRING
                   END-IF
                   WRITE TD-REGISTER-NEW-RECORD FROM WS-TD-LINE
               END-IF
           END-PERFORM

           CLOSE TD-REGISTER-NEW-FILE
           CLOSE TD-REGISTER-FILE

           MOVE SPACES TO WS-TD-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/term-deposits.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/term-deposits.csv' DELIMITED BY SIZE
               INTO WS-TD-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-TD-MV-CMD
               GIVING WS-TD-MV-RC
           IF WS-TD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de depositos'
           END-IF
           .

      *> Contador correlativo de depositos, persistido como el de
      *> recibos
       NEXT-TD-NUMBER.
           MOVE 0 TO WS-TD-NUMBER

           OPEN INPUT TD-COUNTER-FILE
           IF WS-TD-CTR-FILE-STATUS = '00'
               READ TD-COUNTER-FILE INTO WS-TD-CTR-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-TD-CTR-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-TD-CTR-STR)
                               TO WS-TD-NUMBER
                       END-IF
               END-READ
               CLOSE TD-COUNTER-FILE
           END-IF

           ADD 1 TO WS-TD-NUMBER

           MOVE WS-TD-NUMBER TO WS-TD-CTR-STR
           OPEN OUTPUT TD-COUNTER-FILE
           WRITE TD-COUNTER-RECORD FROM WS-TD-CTR-STR
           CLOSE TD-COUNTER-FILE
           .

      *> Suma WS-TD-MONTHS meses a WS-TD-MATURITY-DATE, recortando
      *> el dia al ultimo valido del mes destino
       ADD-MONTHS-TO-TD-MATURITY.
           MOVE WS-TD-MATURITY-DATE(1:4) TO WS-TD-CAL-YEAR
           MOVE WS-TD-MATURITY-DATE(6:2) TO WS-TD-CAL-MONTH
           MOVE WS-TD-MATURITY-DATE(9:2) TO WS-TD-CAL-DAY

           PERFORM VARYING WS-TD-MONTH-IX FROM 1 BY 1
               UNTIL WS-TD-MONTH-IX > WS-TD-MONTHS
               ADD 1 TO WS-TD-CAL-MONTH
               IF WS-TD-CAL-MONTH > 12
                   MOVE 1 TO WS-TD-CAL-MONTH
                   ADD 1 TO WS-TD-CAL-YEAR
               END-IF
           END-PERFORM

           MOVE WS-TD-CAL-YEAR TO WS-TD-CLAMP-YEAR
           MOVE WS-TD-CAL-MONTH TO WS-TD-CLAMP-MONTH
           ADD 1 TO WS-TD-CLAMP-MONTH
           IF WS-TD-CLAMP-MONTH > 12
               MOVE 1 TO WS-TD-CLAMP-MONTH
               ADD 1 TO WS-TD-CLAMP-YEAR
           END-IF
           COMPUTE WS-TD-CLAMP-YYYYMMDD =
               WS-TD-CLAMP-YEAR * 10000
               + WS-TD-CLAMP-MONTH * 100 + 1
           COMPUTE WS-TD-CLAMP-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TD-CLAMP-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-TD-CLAMP-INTEGER)
               TO WS-TD-CLAMP-LAST
           MOVE WS-TD-CLAMP-LAST(7:2) TO WS-TD-CLAMP-LAST-DAY

           IF WS-TD-CAL-DAY > WS-TD-CLAMP-LAST-DAY
               MOVE WS-TD-CLAMP-LAST-DAY TO WS-TD-CAL-DAY
           END-IF

           MOVE SPACES TO WS-TD-MATURITY-DATE
           STRING WS-TD-CAL-YEAR '-'
                  WS-TD-CAL-MONTH '-'
                  WS-TD-CAL-DAY
               INTO WS-TD-MATURITY-DATE
           END-STRING
           .

      *> Fila TRANSFER cuenta -> deposito (apertura)
       APPEND-TD-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TD-ACCOUNT-ID     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',PLAZO'             DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> Fila TRANSFER deposito -> cuenta (cancelacion anticipada)
       APPEND-TD-RETURN-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TD-ACCOUNT-ID     DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUSP-DEST         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',PLAZO'             DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ============================================================
      *> TIPOS DE CAMBIO
      *> ============================================================

      *> Lista la tabla de tipos de cambio y permite a un supervisor
      *> cargar un tipo nuevo para un par de monedas; las filas mas
      *> recientes prevalecen al buscar el tipo del dia
       DO-FX-MAINTENANCE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: mantener los tipos de cambio requiere '
                   'una sesion de supervisor (MINIBANK_ROLE='
                   'SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== TIPOS DE CAMBIO CARGADOS ====='
           OPEN INPUT FX-RATES-FILE
           IF WS-FX-FILE-STATUS = '00'
               PERFORM UNTIL WS-FX-FILE-STATUS NOT = '00'
                   READ FX-RATES-FILE INTO WS-FX-LINE
                   IF WS-FX-FILE-STATUS = '00'
                       DISPLAY WS-FX-LINE
                   END-IF
               END-PERFORM
               CLOSE FX-RATES-FILE
           ELSE
               DISPLAY '(tabla vacia)'
           END-IF

           DISPLAY 'Moneda origen (ej. USD, vacio = salir): '
               WITH NO ADVANCING
           ACCEPT WS-FX-FROM-IN
           IF WS-FX-FROM-IN = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Moneda destino (ej. EUR): ' WITH NO ADVANCING
           ACCEPT WS-FX-TO-IN
           DISPLAY 'Tipo de cambio (ej. 0.92): ' WITH NO ADVANCING
           ACCEPT WS-FX-RATE-IN

           IF WS-FX-TO-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FX-RATE-IN) NOT = 0
               DISPLAY 'ERROR: par o tipo no validos'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Fecha efectiva (AAAA-MM-DD, vacio = hoy): '
               WITH NO ADVANCING
           ACCEPT WS-FX-DATE-IN
           IF WS-FX-DATE-IN = SPACES
               ACCEPT WS-APPEND-DATE-RAW FROM DATE YYYYMMDD
               STRING WS-APPEND-DATE-RAW(1:4) '-'
                      WS-APPEND-DATE-RAW(5:2) '-'
                      WS-APPEND-DATE-RAW(7:2)
                   INTO WS-FX-DATE-IN
               END-STRING
           END-IF

      *>   Maker-checker: el tipo nuevo NO surte efecto ahora; queda
      *>   en la cola hasta que otro supervisor lo aplique
           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           STRING WS-FX-FROM-IN DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  WS-FX-TO-IN   DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  WS-FX-RATE-IN DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  WS-FX-DATE-IN DELIMITED BY SIZE
               INTO WS-CHG-PAYLOAD-IN
           END-STRING
           MOVE 'FX-RATE' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo OTRO supervisor (opcion 30)'
           .

      *> ============================================================
      *> TIPOS DE INTERES CON FECHA EFECTIVA
      *> ============================================================

      *> Lista la tabla de tipos de interes y encola una fila nueva
      *> para un juego de tramos: 1 y 2 (INTEREST-ACCRUAL, tipos
      *> diarios por tramo de saldo), DEBIT (tipo deudor diario por
      *> defecto de DEBIT-INTEREST) o TD (tipo anual de renovacion de
      *> TD-MATURITY). La fila solo entra en la tabla cuando otro
      *> supervisor aprueba el cambio (opcion 30); los programas
      *> nocturnos usan la de fecha efectiva mas reciente que no pase
      *> de la fecha de negocio, asi que nunca se fecha hacia atras
       DO-INTEREST-RATE-MAINTENANCE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: mantener los tipos de interes requiere '
                   'una sesion de supervisor (MINIBANK_ROLE='
                   'SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== TIPOS DE INTERES CON FECHA EFECTIVA ====='
           OPEN INPUT INTEREST-RATES-FILE
           IF WS-IR-FILE-STATUS = '00'
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = '00'
                   READ INTEREST-RATES-FILE INTO WS-IR-LINE
                   IF WS-IR-FILE-STATUS = '00'
                       DISPLAY FUNCTION TRIM(WS-IR-LINE)
                   END-IF
               END-PERFORM
               CLOSE INTEREST-RATES-FILE
           ELSE
               DISPLAY '(tabla vacia: rigen los tipos historicos de '
                   'cada programa)'
           END-IF

           DISPLAY 'Juego (1, 2, DEBIT, TD; vacio = salir): '
               WITH NO ADVANCING
           ACCEPT WS-IR-SET-IN
           IF WS-IR-SET-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IR-SET-IN NOT = '1'
               AND WS-IR-SET-IN NOT = '2'
               AND WS-IR-SET-IN NOT = 'DEBIT'
               AND WS-IR-SET-IN NOT = 'TD'
               DISPLAY 'ERROR: juego de tramos desconocido'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           DISPLAY 'Fecha efectiva (AAAA-MM-DD, vacio = fecha de '
               'negocio): ' WITH NO ADVANCING
           ACCEPT WS-IR-DATE-IN
           IF WS-IR-DATE-IN = SPACES
               MOVE WS-APPEND-DATE TO WS-IR-DATE-IN
           END-IF
           IF WS-IR-DATE-IN(5:1) NOT = '-'
               OR WS-IR-DATE-IN(8:1) NOT = '-'
               OR WS-IR-DATE-IN(1:4) IS NOT NUMERIC
               OR WS-IR-DATE-IN(6:2) IS NOT NUMERIC
               OR WS-IR-DATE-IN(9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: fecha efectiva no valida'
               EXIT PARAGRAPH
           END-IF
           IF WS-IR-DATE-IN < WS-APPEND-DATE
               DISPLAY 'ERROR: un tipo no puede entrar en vigor antes '
                   'de la fecha de negocio (' WS-APPEND-DATE ')'
               EXIT PARAGRAPH
           END-IF

           MOVE '0' TO WS-IR-T1-MAX-IN
           MOVE '0' TO WS-IR-T2-MAX-IN
           MOVE '0' TO WS-IR-T2-RATE-IN
           MOVE '0' TO WS-IR-T3-RATE-IN

           EVALUATE WS-IR-SET-IN
               WHEN 'DEBIT'
                   DISPLAY 'Tipo deudor diario (tanto por uno, ej. '
                       '0.0005): ' WITH NO ADVANCING
                   ACCEPT WS-IR-T1-RATE-IN
                   MOVE WS-IR-T1-RATE-IN TO WS-IR-RATE-CHECK-IN
                   PERFORM CHECK-INTEREST-RATE-INPUT
               WHEN 'TD'
                   DISPLAY 'Tipo anual de renovacion (ej. 0.03): '
                       WITH NO ADVANCING
                   ACCEPT WS-IR-T1-RATE-IN
                   MOVE WS-IR-T1-RATE-IN TO WS-IR-RATE-CHECK-IN
                   PERFORM CHECK-INTEREST-RATE-INPUT
               WHEN OTHER
                   PERFORM ASK-INTEREST-TIERS
           END-EVALUATE
           IF WS-IR-RATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

      *>   Maker-checker: la fila nueva NO entra en la tabla ahora;
      *>   queda en la cola hasta que otro supervisor la aplique
           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           STRING FUNCTION TRIM(WS-IR-SET-IN)     DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  WS-IR-DATE-IN                   DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IR-T1-MAX-IN)  DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IR-T1-RATE-IN) DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IR-T2-MAX-IN)  DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IR-T2-RATE-IN) DELIMITED BY SIZE
                  '|'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IR-T3-RATE-IN) DELIMITED BY SIZE
               INTO WS-CHG-PAYLOAD-IN
           END-STRING
           MOVE 'INT-RATE' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo OTRO supervisor (opcion 30)'
           .

      *> Juegos 1 y 2: tres tramos de saldo con su tipo diario; los
      *> limites deben ser crecientes
       ASK-INTEREST-TIERS.
           MOVE 'N' TO WS-IR-RATE-OK
           DISPLAY 'Limite del tramo 1 (saldo hasta): '
               WITH NO ADVANCING
           ACCEPT WS-IR-T1-MAX-IN
           DISPLAY 'Tipo diario del tramo 1 (ej. 0.0010): '
               WITH NO ADVANCING
           ACCEPT WS-IR-T1-RATE-IN
           DISPLAY 'Limite del tramo 2 (saldo hasta): '
               WITH NO ADVANCING
           ACCEPT WS-IR-T2-MAX-IN
           DISPLAY 'Tipo diario del tramo 2: ' WITH NO ADVANCING
           ACCEPT WS-IR-T2-RATE-IN
           DISPLAY 'Tipo diario del tramo 3 (resto): '
               WITH NO ADVANCING
           ACCEPT WS-IR-T3-RATE-IN

           IF FUNCTION TEST-NUMVAL(WS-IR-T1-MAX-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IR-T2-MAX-IN) NOT = 0
               DISPLAY 'ERROR: limites de tramo no numericos'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IR-T1-MAX-IN) TO WS-IR-T1-MAX-N
           MOVE FUNCTION NUMVAL(WS-IR-T2-MAX-IN) TO WS-IR-T2-MAX-N
           IF WS-IR-T1-MAX-N <= 0
               OR WS-IR-T2-MAX-N <= WS-IR-T1-MAX-N
               DISPLAY 'ERROR: los limites deben ser positivos y '
                   'el del tramo 2 mayor que el del tramo 1'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IR-T1-RATE-IN TO WS-IR-RATE-CHECK-IN
           PERFORM CHECK-INTEREST-RATE-INPUT
           IF WS-IR-RATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IR-T2-RATE-IN TO WS-IR-RATE-CHECK-IN
           PERFORM CHECK-INTEREST-RATE-INPUT
           IF WS-IR-RATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IR-T3-RATE-IN TO WS-IR-RATE-CHECK-IN
           PERFORM CHECK-INTEREST-RATE-INPUT
           .

      *> Un tipo es tanto por uno entre 0 y 1; los juegos diarios
      *> (1, 2, DEBIT) se guardan con cuatro decimales, asi que no se
      *> admite uno que los programas nocturnos fueran a truncar
       CHECK-INTEREST-RATE-INPUT.
           MOVE 'N' TO WS-IR-RATE-OK
           IF WS-IR-RATE-CHECK-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IR-RATE-CHECK-IN) NOT = 0
               DISPLAY 'ERROR: tipo no numerico'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IR-RATE-CHECK-IN)
               TO WS-IR-RATE-WIDE
           IF WS-IR-RATE-WIDE < 0
               OR WS-IR-RATE-WIDE >= 1
               DISPLAY 'ERROR: el tipo va en tanto por uno (0 a 1)'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IR-RATE-WIDE TO WS-IR-RATE-NARROW
           IF WS-IR-SET-IN NOT = 'TD'
               AND WS-IR-RATE-NARROW NOT = WS-IR-RATE-WIDE
               DISPLAY 'ERROR: el tipo diario admite como mucho '
                   'cuatro decimales'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IR-RATE-OK
           .

      *> Cambio INT-RATE aprobado: la fila entra en la tabla con el
      *> numero de cambio, quien lo pidio, quien lo aprobo y cuando.
      *> Si al aprobarlo la fecha efectiva ya quedo atras, se rechaza:
      *> aplicarlo con esa fecha rehacia dias ya devengados
       APPLY-INTEREST-RATE.
           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-IR-SET-IN WS-IR-DATE-IN
           UNSTRING WS-CHG-ROW-PAYLOAD DELIMITED BY '|'
               INTO WS-IR-SET-IN WS-IR-DATE-IN
           END-UNSTRING
           IF WS-IR-DATE-IN < WS-APPEND-DATE
               DISPLAY 'AVISO: el tipo entraria en vigor el '
                   WS-IR-DATE-IN ', antes de la fecha de negocio ('
                   WS-APPEND-DATE '); se rechaza y debe pedirse de '
                   'nuevo'
               MOVE 'REJECTED' TO WS-CHG-ROW-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IR-LINE
           STRING FUNCTION TRIM(WS-CHG-APPLY-LINE) DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-ID      DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-CHG-ROW-MAKER   DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-TELLER-ID       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-APPEND-DATE     DELIMITED BY SIZE
               INTO WS-IR-LINE
           END-STRING

           OPEN EXTEND INTEREST-RATES-FILE
           IF WS-IR-FILE-STATUS = '05'
               OR WS-IR-FILE-STATUS = '35'
               OPEN OUTPUT INTEREST-RATES-FILE
               MOVE SPACES TO INTEREST-RATES-RECORD
               STRING 'tierset,effective,tier1-max,tier1-rate,'
                      'tier2-max,tier2-rate,tier3-rate,change,'
                      'maker,approver,approved'
                   DELIMITED BY SIZE INTO INTEREST-RATES-RECORD
               END-STRING
               WRITE INTEREST-RATES-RECORD
           END-IF
           WRITE INTEREST-RATES-RECORD FROM WS-IR-LINE
           CLOSE INTEREST-RATES-FILE
           .

      *> ============================================================
      *> CAMBIO DE PRODUCTO
      *> ============================================================

      *> Pasa una cuenta abierta a otro tipo del catalogo de
      *> productos conservando su numero, de modo que ordenes
      *> permanentes, mandatos, beneficiarios y libreta siguen
      *> valiendo. Antes del cambio se comprueban las reglas del
      *> producto nuevo y se liquidan al producto anterior el
      *> interes devengado y la parte transcurrida del mes de sus
      *> comisiones mensuales; el cambio queda en el ledger (fila
      *> PRODUCTO de importe cero que el extracto muestra), en
      *> data/product-changes.csv y en el rastro de mantenimiento
       DO-PRODUCT-CHANGE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el cambio de producto requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el cambio de producto solo esta '
                   'disponible en modo CSV'
               EXIT PARAGRAPH
           END-IF
           IF WS-CATALOG-COUNT = 0
               DISPLAY 'ERROR: sin catalogo de productos '
                   '(product-catalog.csv) no hay a que cambiar'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta esta '
                   ACC-STATUS(WS-ACC-INDEX)
                   '; solo cambia de producto una cuenta abierta'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-INDEX TO WS-PCHG-ACC-INDEX
           MOVE ACC-TYPE(WS-ACC-INDEX) TO WS-PCHG-OLD-TYPE
           MOVE SPACES TO WS-PCHG-OLD-PKG
           PERFORM FIND-CATALOG-FOR-ACCOUNT
           IF WS-CAT-FOUND = 'Y'
               MOVE CAT-FEEPKG(WS-CAT-INDEX) TO WS-PCHG-OLD-PKG
           END-IF

           DISPLAY ' '
           DISPLAY '===== CAMBIO DE PRODUCTO ====='
           DISPLAY 'Cuenta: ' ACC-ID(WS-PCHG-ACC-INDEX)
           DISPLAY 'Producto actual: ' WS-PCHG-OLD-TYPE
           DISPLAY 'Productos del catalogo:'
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
               IF CAT-TYPE(IX-CAT) NOT = 'LOAN'
                   DISPLAY '  ' CAT-TYPE(IX-CAT)
               END-IF
           END-PERFORM
           DISPLAY 'Producto nuevo (vacio = salir): '
               WITH NO ADVANCING
           ACCEPT WS-PCHG-NEW-TYPE
           MOVE FUNCTION UPPER-CASE(WS-PCHG-NEW-TYPE)
               TO WS-PCHG-NEW-TYPE
           IF WS-PCHG-NEW-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM PCHG-CHECK-RULES
           IF WS-PCHG-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Se liquidaran intereses y comisiones de '
               FUNCTION TRIM(WS-PCHG-OLD-TYPE) ' hasta hoy y la '
               'cuenta pasara a ' FUNCTION TRIM(WS-PCHG-NEW-TYPE)
           DISPLAY 'Confirmar el cambio (S/N): ' WITH NO ADVANCING
           ACCEPT WS-PCHG-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-PCHG-CONFIRM)
               TO WS-PCHG-CONFIRM
           IF WS-PCHG-CONFIRM NOT = 'S'
               DISPLAY 'Cambio de producto cancelado'
               EXIT PARAGRAPH
           END-IF

           PERFORM PCHG-SETTLE-INTEREST
           PERFORM PCHG-SETTLE-FEES

           MOVE WS-PCHG-NEW-TYPE TO ACC-TYPE(WS-PCHG-ACC-INDEX)
           PERFORM PCHG-REWRITE-SEED
           PERFORM PCHG-REWRITE-MASTER
           PERFORM PCHG-RECORD-HISTORY

           MOVE WS-PCHG-GROSS TO WS-PCHG-INT-EDIT
           MOVE WS-PCHG-FEE-TOTAL TO WS-PCHG-FEES-EDIT
           DISPLAY 'Cuenta ' FUNCTION TRIM(ACC-ID(WS-PCHG-ACC-INDEX))
               ' pasa de ' FUNCTION TRIM(WS-PCHG-OLD-TYPE)
               ' a ' FUNCTION TRIM(WS-PCHG-NEW-TYPE)
           DISPLAY '  Interes liquidado (bruto): '
               FUNCTION TRIM(WS-PCHG-INT-EDIT)
           DISPLAY '  Comisiones liquidadas:     '
               FUNCTION TRIM(WS-PCHG-FEES-EDIT)
           .

      *> Reglas del producto nuevo: ha de existir en el catalogo y
      *> ser distinto del actual (LOAN es el producto prestamo y no
      *> se asigna a una cuenta); sin descubierto no admite una
      *> cuenta en negativo, sin retiradas no admite mandatos de
      *> adeudo ACTIVE ni ordenes permanentes de cargo vivas, y un
      *> producto de menor (con producto de adulto en el catalogo)
      *> exige que el titular sea un menor con tutor registrado
       PCHG-CHECK-RULES.
           MOVE 'N' TO WS-PCHG-OK

           IF WS-PCHG-NEW-TYPE = WS-PCHG-OLD-TYPE
               DISPLAY 'ERROR: la cuenta ya es ' WS-PCHG-OLD-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-PCHG-NEW-TYPE = 'LOAN'
               DISPLAY 'ERROR: LOAN es el producto prestamo; no se '
                   'asigna a una cuenta'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PCHG-NEW-CAT
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
                   OR WS-PCHG-NEW-CAT > 0
               IF CAT-TYPE(IX-CAT) = WS-PCHG-NEW-TYPE
                   SET WS-PCHG-NEW-CAT TO IX-CAT
               END-IF
           END-PERFORM
           IF WS-PCHG-NEW-CAT = 0
               DISPLAY 'ERROR: el producto ' WS-PCHG-NEW-TYPE
                   ' no esta en el catalogo'
               EXIT PARAGRAPH
           END-IF
           MOVE CAT-FEEPKG(WS-PCHG-NEW-CAT) TO WS-PCHG-NEW-PKG

           IF CAT-OVERDRAFT(WS-PCHG-NEW-CAT) = 'N'
               AND ACC-BALANCE(WS-PCHG-ACC-INDEX) < 0
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-PCHG-NEW-TYPE)
                   ' no admite descubierto y la cuenta tiene saldo '
                   'deudor; regularice el saldo antes del cambio'
               EXIT PARAGRAPH
           END-IF

           IF CAT-WITHDRAW(WS-PCHG-NEW-CAT) = 'N'
               PERFORM PCHG-COUNT-DEBIT-ORDERS
               IF WS-PCHG-ORDERS > 0
                   DISPLAY 'ERROR: ' FUNCTION TRIM(WS-PCHG-NEW-TYPE)
                       ' no admite cargos directos y la cuenta tiene '
                       WS-PCHG-ORDERS ' mandatos/ordenes de cargo '
                       'vivos; cancelelos o traspaselos antes'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CAT-ADULT(WS-PCHG-NEW-CAT) NOT = SPACES
               PERFORM PCHG-FIND-HOLDER
               MOVE 'N' TO WS-MINOR-OK
               IF WS-PCHG-CUST-ID NOT = SPACES
                   PERFORM VARYING IX-CUST FROM 1 BY 1
                       UNTIL IX-CUST > WS-CUST-COUNT
                       IF CUST-ID(IX-CUST) = WS-PCHG-CUST-ID
                           AND CUST-GUARDIAN(IX-CUST) NOT = SPACES
                           MOVE 'Y' TO WS-MINOR-OK
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MINOR-OK = 'N'
                   DISPLAY 'ERROR: ' FUNCTION TRIM(WS-PCHG-NEW-TYPE)
                       ' es un producto de menor y el titular no es '
                       'un menor con tutor registrado en el CIF'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'Y' TO WS-PCHG-OK
           .

      *> Mandatos de adeudo ACTIVE de la cuenta y ordenes
      *> permanentes de cargo (tipo DEBIT o en blanco) no
      *> suspendidas que salen de ella
       PCHG-COUNT-DEBIT-ORDERS.
           MOVE 0 TO WS-PCHG-ORDERS

           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS = '00'
               PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
                   READ DD-MANDATES-FILE INTO WS-DDM-LINE
                   IF WS-DDM-FILE-STATUS = '00'
                       PERFORM PARSE-DDM-LINE
                       IF WS-DDM-ROW-ACCOUNT
                               = ACC-ID(WS-PCHG-ACC-INDEX)
                           AND WS-DDM-ROW-STATUS = 'ACTIVE'
                           ADD 1 TO WS-PCHG-ORDERS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DD-MANDATES-FILE
           END-IF

           OPEN INPUT SO-EXPORT-FILE
           IF WS-SO-EXP-STATUS = '00'
               PERFORM UNTIL WS-SO-EXP-STATUS NOT = '00'
                   READ SO-EXPORT-FILE
                   IF WS-SO-EXP-STATUS = '00'
                       MOVE SPACES TO WS-PCHG-F5 WS-PCHG-F7
                       UNSTRING SO-EXPORT-RECORD DELIMITED BY ','
                           INTO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3
                                WS-PCHG-F4 WS-PCHG-F5 WS-PCHG-F6
                                WS-PCHG-F7
                       END-UNSTRING
                       IF WS-PCHG-F1 = ACC-ID(WS-PCHG-ACC-INDEX)
                           AND (WS-PCHG-F5 = SPACES
                               OR WS-PCHG-F5 = 'DEBIT')
                           AND WS-PCHG-F7 NOT = 'SUSPENDED'
                           ADD 1 TO WS-PCHG-ORDERS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SO-EXPORT-FILE
           END-IF
           .

      *> Primer cliente vinculado a la cuenta (el mismo criterio que
      *> siguen los devengos para el estatus fiscal)
       PCHG-FIND-HOLDER.
           MOVE SPACES TO WS-PCHG-CUST-ID
           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
                   OR WS-PCHG-CUST-ID NOT = SPACES
               IF LINK-ACCOUNT-ID(IX-LINK) = ACC-ID(WS-PCHG-ACC-INDEX)
                   MOVE LINK-CUST-ID(IX-LINK) TO WS-PCHG-CUST-ID
               END-IF
           END-PERFORM
           .

      *> Rutas del registro WS-PCHG-FILE-NAME dentro de WS-DATA-DIR
      *> y de su copia .new
       PCHG-SET-PATHS.
           MOVE SPACES TO WS-PCHG-IN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-FILE-NAME) DELIMITED BY SIZE
               INTO WS-PCHG-IN-PATH
           END-STRING
           MOVE SPACES TO WS-PCHG-OUT-PATH
           STRING FUNCTION TRIM(WS-PCHG-IN-PATH) DELIMITED BY SIZE
                  '.new' DELIMITED BY SIZE
               INTO WS-PCHG-OUT-PATH
           END-STRING
           .

      *> La copia .new sustituye al registro si se toco alguna fila;
      *> si no, se descarta
       PCHG-REPLACE-FILE.
           MOVE SPACES TO WS-PCHG-COMMAND
           IF WS-PCHG-CHANGED = 'Y'
               STRING 'mv ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PCHG-OUT-PATH) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PCHG-IN-PATH) DELIMITED BY SIZE
                   INTO WS-PCHG-COMMAND
               END-STRING
           ELSE
               STRING 'rm -f ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PCHG-OUT-PATH) DELIMITED BY SIZE
                   INTO WS-PCHG-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-PCHG-COMMAND
               GIVING WS-PCHG-RC
           IF WS-PCHG-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   FUNCTION TRIM(WS-PCHG-FILE-NAME)
           END-IF
           .

      *> Apertura para anadir al registro WS-PCHG-OUT-PATH; si aun
      *> no existe se crea
       PCHG-OPEN-APPEND.
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
           END-IF
           .

      *> ------------------------------------------------------------
      *> Liquidacion del interes devengado con el producto anterior:
      *> lo pendiente en data/accrued-interest.csv se abona como en
      *> la capitalizacion de fin de mes (neto a la cuenta, retencion
      *> a TAXPAY, bruto al gasto INTEXPENSE y cancelacion
      *> DEVENGO-REV en el diario) y la cuenta queda a cero en el
      *> registro. Las bonificaciones de campana siguen sus propias
      *> reglas y se abonan a fin de mes como siempre
      *> ------------------------------------------------------------
       PCHG-SETTLE-INTEREST.
           MOVE 0 TO WS-PCHG-GROSS
           MOVE 0 TO WS-PCHG-TAX
           MOVE 0 TO WS-PCHG-NET
           MOVE 'N' TO WS-PCHG-CHANGED

           MOVE 'accrued-interest.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM PCHG-SETTLE-ACCRUED-LINE
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM

           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           PERFORM PCHG-REPLACE-FILE

           IF WS-PCHG-GROSS NOT > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM PCHG-SELECT-TAX-RATE
           COMPUTE WS-PCHG-TAX ROUNDED =
               WS-PCHG-GROSS * WS-PCHG-TAX-RATE
           COMPUTE WS-PCHG-NET = WS-PCHG-GROSS - WS-PCHG-TAX

           MOVE WS-PCHG-ACC-INDEX TO WS-ACC-INDEX
           IF WS-PCHG-NET > 0
               ADD WS-PCHG-NET TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE WS-PCHG-NET TO WS-TMP-AMOUNT
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               MOVE SPACES TO WS-APPEND-AUX
               MOVE 'INTERES' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
           END-IF

           IF WS-PCHG-TAX > 0
               MOVE WS-PCHG-TAX TO WS-TMP-AMOUNT
               MOVE 'TAXPAY' TO WS-PCHG-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-PCHG-CONTRA-SIDE
               MOVE 'RETENCION' TO WS-PCHG-CONTRA-CAT
               PERFORM PCHG-APPEND-CONTRA
           END-IF

           MOVE WS-PCHG-GROSS TO WS-TMP-AMOUNT
           MOVE 'INTEXPENSE' TO WS-PCHG-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-PCHG-CONTRA-SIDE
           MOVE 'INTERES' TO WS-PCHG-CONTRA-CAT
           PERFORM PCHG-APPEND-CONTRA

           PERFORM PCHG-APPEND-JOURNAL
           .

      *> Fila cuenta,devengado,desde,ultimo-devengo: la de la cuenta
      *> con saldo devengado se recoge y se reescribe a cero
       PCHG-SETTLE-ACCRUED-LINE.
           MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
           IF WS-PCHG-LINE(1:7) = 'account'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4 WS-PCHG-F5
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4 WS-PCHG-F5
           END-UNSTRING
           IF WS-PCHG-F1 NOT = ACC-ID(WS-PCHG-ACC-INDEX)
               OR FUNCTION TEST-NUMVAL(WS-PCHG-F3) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PCHG-F3) NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-PCHG-F3) TO WS-PCHG-GROSS
           MOVE 'Y' TO WS-PCHG-CHANGED
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-PCHG-F1 DELIMITED BY SPACE
                  ',0.00,,' DELIMITED BY SIZE
                  WS-PCHG-F5 DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

      *> Tipo de retencion del estatus fiscal del primer titular
      *> (RESIDENT si no hay vinculo o estatus); sin data/tax-
      *> rates.csv o sin el estatus no se retiene
       PCHG-SELECT-TAX-RATE.
           MOVE 'RESIDENT' TO WS-PCHG-TAX-STATUS
           PERFORM PCHG-FIND-HOLDER
           IF WS-PCHG-CUST-ID NOT = SPACES
               PERFORM VARYING IX-CUST FROM 1 BY 1
                   UNTIL IX-CUST > WS-CUST-COUNT
                   IF CUST-ID(IX-CUST) = WS-PCHG-CUST-ID
                       AND CUST-TAXSTATUS(IX-CUST) NOT = SPACES
                       MOVE CUST-TAXSTATUS(IX-CUST)
                           TO WS-PCHG-TAX-STATUS
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-PCHG-TAX-RATE
           MOVE 'tax-rates.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   AND WS-PCHG-LINE(1:6) NOT = 'status'
                   MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F3
                   UNSTRING WS-PCHG-LINE DELIMITED BY ','
                       INTO WS-PCHG-F1 WS-PCHG-F3
                   END-UNSTRING
                   IF WS-PCHG-F1 = WS-PCHG-TAX-STATUS
                       AND FUNCTION TEST-NUMVAL(WS-PCHG-F3) = 0
                       MOVE FUNCTION NUMVAL(WS-PCHG-F3)
                           TO WS-PCHG-TAX-RATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

      *> Cancelacion de la periodificacion en data/accrual-journal.
      *> csv con el formato de INTEREST-ACCRUAL
       PCHG-APPEND-JOURNAL.
           MOVE 'accrual-journal.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           PERFORM PCHG-OPEN-APPEND

           PERFORM BUILD-TX-REF
           MOVE WS-PCHG-GROSS TO WS-PCHG-AMOUNT-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  ACC-ID(WS-PCHG-ACC-INDEX) DELIMITED BY SPACE
                  ',ACCRUAL,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  ',,' DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ',DEVENGO-REV' DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE
           .

      *> Contrapartida contra una cuenta interna (TAXPAY, INTEXPENSE,
      *> FEEINCOME) con la cuenta cambiada en el auxiliar; el
      *> importe en WS-TMP-AMOUNT
       PCHG-APPEND-CONTRA.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-PCHG-CONTRA-ACCT  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-PCHG-CONTRA-SIDE  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-PCHG-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-PCHG-CONTRA-CAT   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ------------------------------------------------------------
      *> Liquidacion de comisiones con el producto anterior: las
      *> MONTHLY de su paquete que el producto nuevo no lleva se
      *> cargan en proporcion a los dias del mes ya transcurridos
      *> (FEE-POSTING cobra el dia 01 el mes vencido y ya no las
      *> vera, porque la cuenta habra cambiado de tipo). Las
      *> comunes a ambos paquetes o de ALL siguen su curso, y una
      *> exencion vigente se respeta igual que en FEE-POSTING
      *> ------------------------------------------------------------
       PCHG-SETTLE-FEES.
           MOVE 0 TO WS-PCHG-FEE-TOTAL

           IF WS-PCHG-OLD-PKG = SPACES
               OR WS-PCHG-OLD-PKG = 'ALL'
               OR WS-PCHG-OLD-PKG = WS-PCHG-NEW-PKG
               EXIT PARAGRAPH
           END-IF

           PERFORM PCHG-MONTH-DAYS
           IF WS-PCHG-DAYS-ELAPSED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'fee-schedule.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM PCHG-SETTLE-FEE-LINE
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

      *> Dias del mes de la fecha de negocio y dias que la cuenta
      *> lleva en el producto anterior dentro del mes: desde el dia
      *> 01 o, si ya cambio de producto este mes, desde ese cambio,
      *> hasta la vispera del cambio de hoy
       PCHG-MONTH-DAYS.
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE-RAW TO WS-PCHG-TODAY
           MOVE WS-APPEND-DATE-RAW(1:4) TO WS-PCHG-YEAR
           MOVE WS-APPEND-DATE-RAW(5:2) TO WS-PCHG-MONTH
           COMPUTE WS-PCHG-MONTH-START =
               WS-PCHG-YEAR * 10000 + WS-PCHG-MONTH * 100 + 1
           IF WS-PCHG-MONTH = 12
               COMPUTE WS-PCHG-NEXT-MONTH =
                   (WS-PCHG-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PCHG-NEXT-MONTH =
                   WS-PCHG-MONTH-START + 100
           END-IF
           COMPUTE WS-PCHG-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-PCHG-NEXT-MONTH)
               - FUNCTION INTEGER-OF-DATE(WS-PCHG-MONTH-START)

           MOVE WS-PCHG-MONTH-START TO WS-PCHG-FROM-DATE
           PERFORM PCHG-FIND-LAST-CHANGE
           COMPUTE WS-PCHG-DAYS-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-PCHG-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-PCHG-FROM-DATE)
           .

      *> Cambio anterior de la misma cuenta en el mes en curso
      *> (data/product-changes.csv): adelanta el inicio del tramo
       PCHG-FIND-LAST-CHANGE.
           MOVE 'product-changes.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F5
                   UNSTRING WS-PCHG-LINE DELIMITED BY ','
                       INTO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
                            WS-PCHG-F5
                   END-UNSTRING
                   IF WS-PCHG-F1 = ACC-ID(WS-PCHG-ACC-INDEX)
                       AND WS-PCHG-F5(1:7) = WS-APPEND-DATE(1:7)
                       AND WS-PCHG-F5(9:2) IS NUMERIC
                       MOVE WS-PCHG-F5(9:2) TO WS-PCHG-ROW-DAY
                       IF WS-PCHG-MONTH-START + WS-PCHG-ROW-DAY - 1
                               > WS-PCHG-FROM-DATE
                           COMPUTE WS-PCHG-FROM-DATE =
                               WS-PCHG-MONTH-START
                               + WS-PCHG-ROW-DAY - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

      *> Fila codigo,base,valor,frecuencia,paquete del cuadro
       PCHG-SETTLE-FEE-LINE.
           IF WS-PCHG-LINE(1:4) = 'code'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
               WS-PCHG-F5 WS-PCHG-F6
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4 WS-PCHG-F5
                    WS-PCHG-F6
           END-UNSTRING
           IF WS-PCHG-F5 NOT = 'MONTHLY'
               OR WS-PCHG-F6 NOT = WS-PCHG-OLD-PKG
               OR FUNCTION TEST-NUMVAL(WS-PCHG-F4) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-PCHG-F4) TO WS-PCHG-FEE-VALUE
           MOVE 0 TO WS-PCHG-FEE-AMOUNT
           EVALUATE WS-PCHG-F3
               WHEN 'FLAT'
                   COMPUTE WS-PCHG-FEE-AMOUNT ROUNDED =
                       WS-PCHG-FEE-VALUE * WS-PCHG-DAYS-ELAPSED
                       / WS-PCHG-DAYS-IN-MONTH
               WHEN 'PCT-BAL'
                   IF ACC-BALANCE(WS-PCHG-ACC-INDEX) > 0
                       COMPUTE WS-PCHG-FEE-AMOUNT ROUNDED =
                           ACC-BALANCE(WS-PCHG-ACC-INDEX)
                           * WS-PCHG-FEE-VALUE * WS-PCHG-DAYS-ELAPSED
                           / WS-PCHG-DAYS-IN-MONTH
                   END-IF
               WHEN 'PCT-OD'
                   IF ACC-BALANCE(WS-PCHG-ACC-INDEX) < 0
                       COMPUTE WS-PCHG-FEE-AMOUNT ROUNDED =
                           (0 - ACC-BALANCE(WS-PCHG-ACC-INDEX))
                           * WS-PCHG-FEE-VALUE * WS-PCHG-DAYS-ELAPSED
                           / WS-PCHG-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PCHG-FEE-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM PCHG-CHECK-FEE-WAIVER
           IF WS-PCHG-WAIVED = 'Y'
               PERFORM PCHG-APPEND-WAIVED-FEE
               DISPLAY '  Comision ' FUNCTION TRIM(WS-PCHG-F1)
                   ' exenta (' FUNCTION TRIM(WS-PCHG-WAIVER-REASON)
                   ')'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCHG-ACC-INDEX TO WS-ACC-INDEX
           SUBTRACT WS-PCHG-FEE-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-PCHG-FEE-AMOUNT TO WS-TMP-AMOUNT
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-APPEND-AUX
           STRING 'FEE:' DELIMITED BY SIZE
                  WS-PCHG-F1 DELIMITED BY SPACE
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'COMISION' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

           MOVE WS-PCHG-FEE-AMOUNT TO WS-TMP-AMOUNT
           MOVE 'FEEINCOME' TO WS-PCHG-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-PCHG-CONTRA-SIDE
           MOVE 'COMISION' TO WS-PCHG-CONTRA-CAT
           PERFORM PCHG-APPEND-CONTRA

           ADD WS-PCHG-FEE-AMOUNT TO WS-PCHG-FEE-TOTAL
           .

      *> Exencion ACTIVE no vencida para la cuenta (ACCT) o para un
      *> cliente vinculado (CUST), del codigo de la comision o ALL
       PCHG-CHECK-FEE-WAIVER.
           MOVE 'N' TO WS-PCHG-WAIVED
           MOVE SPACES TO WS-PCHG-WAIVER-REASON

           OPEN INPUT WAIVERS-FILE
           IF WS-WVR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WVR-FILE-STATUS NOT = '00'
               READ WAIVERS-FILE INTO WS-WVR-LINE
               IF WS-WVR-FILE-STATUS = '00'
                   AND WS-PCHG-WAIVED = 'N'
                   PERFORM PARSE-WAIVER-LINE
                   IF WS-WVR-ROW-STATE = 'ACTIVE'
                       AND (WS-WVR-ROW-EXPIRY = SPACES
                           OR WS-WVR-ROW-EXPIRY >= WS-APPEND-DATE)
                       AND (WS-WVR-ROW-CODE = 'ALL'
                           OR WS-WVR-ROW-CODE = WS-PCHG-F1)
                       PERFORM PCHG-CHECK-WAIVER-SCOPE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WAIVERS-FILE
           .

       PCHG-CHECK-WAIVER-SCOPE.
           IF WS-WVR-ROW-SCOPE = 'ACCT'
               AND WS-WVR-ROW-ID = ACC-ID(WS-PCHG-ACC-INDEX)
               MOVE 'Y' TO WS-PCHG-WAIVED
               MOVE WS-WVR-ROW-REASON TO WS-PCHG-WAIVER-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-WVR-ROW-SCOPE = 'CUST'
               PERFORM VARYING IX-LINK FROM 1 BY 1
                   UNTIL IX-LINK > WS-CUST-LINK-COUNT
                       OR WS-PCHG-WAIVED = 'Y'
                   IF LINK-ACCOUNT-ID(IX-LINK)
                           = ACC-ID(WS-PCHG-ACC-INDEX)
                       AND LINK-CUST-ID(IX-LINK)
                           = WS-WVR-ROW-ID(1:10)
                       MOVE 'Y' TO WS-PCHG-WAIVED
                       MOVE WS-WVR-ROW-REASON
                           TO WS-PCHG-WAIVER-REASON
                   END-IF
               END-PERFORM
           END-IF
           .

      *> fecha,cuenta,codigo,importe,motivo en data/waived-fees.csv,
      *> como las exenciones que aplica FEE-POSTING
       PCHG-APPEND-WAIVED-FEE.
           MOVE SPACES TO WS-PCHG-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/waived-fees.csv' DELIMITED BY SIZE
               INTO WS-PCHG-OUT-PATH
           END-STRING
           PERFORM PCHG-OPEN-APPEND

           MOVE WS-PCHG-FEE-AMOUNT TO WS-PCHG-AMOUNT-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  ACC-ID(WS-PCHG-ACC-INDEX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F1 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-AMOUNT-EDIT)
                      DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-WAIVER-REASON DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE
           .

      *> ------------------------------------------------------------
      *> El tipo nuevo se escribe en accounts.csv (5a columna, la
      *> que leen los trabajos nocturnos) y en el maestro de cierre
      *> (7a columna, la que manda al arrancar la sesion)
      *> ------------------------------------------------------------
       PCHG-REWRITE-SEED.
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'accounts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'AVISO: no se pudo leer accounts.csv'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM PCHG-RETYPE-SEED-LINE
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM

           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           PERFORM PCHG-REPLACE-FILE
           .

      *> id,nombre,descubierto,limite-diario,tipo[,sucursal]
       PCHG-RETYPE-SEED-LINE.
           MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
           MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3
               WS-PCHG-F4 WS-PCHG-F5 WS-PCHG-F6
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3 WS-PCHG-F4
                    WS-PCHG-F5 WS-PCHG-F6
           END-UNSTRING
           IF WS-PCHG-F1 NOT = ACC-ID(WS-PCHG-ACC-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-PCHG-CHANGED
           MOVE SPACES TO WS-PCHG-NEW-LINE
           MOVE 1 TO WS-PCHG-PTR
           STRING WS-PCHG-F1 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-F2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F3 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F4 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-NEW-TYPE DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
               WITH POINTER WS-PCHG-PTR
           END-STRING
           IF WS-PCHG-F6 NOT = SPACES
               STRING ',' DELIMITED BY SIZE
                      WS-PCHG-F6 DELIMITED BY SPACE
                   INTO WS-PCHG-NEW-LINE
                   WITH POINTER WS-PCHG-PTR
               END-STRING
           END-IF
           .

       PCHG-REWRITE-MASTER.
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'account-master.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM PCHG-RETYPE-MASTER-LINE
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM

           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           PERFORM PCHG-REPLACE-FILE
           .

      *> id,nombre,estado,descubierto,limite-diario,saldo,tipo
       PCHG-RETYPE-MASTER-LINE.
           MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
           IF WS-PCHG-LINE(1:15) = 'account-master,'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3
               WS-PCHG-F4 WS-PCHG-F5 WS-PCHG-F6 WS-PCHG-F7
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3 WS-PCHG-F4
                    WS-PCHG-F5 WS-PCHG-F6 WS-PCHG-F7
           END-UNSTRING
           IF WS-PCHG-F1 NOT = ACC-ID(WS-PCHG-ACC-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-PCHG-CHANGED
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-PCHG-F1 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-F2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F3 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F4 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F5 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F6 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-NEW-TYPE DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

      *> ------------------------------------------------------------
      *> Huella del cambio: fila PRODUCTO de importe cero en el
      *> ledger (auxiliar ANTERIOR>NUEVO) para el extracto, fila en
      *> data/product-changes.csv (cuenta,anterior,nuevo,fecha,
      *> cajero,interes,comisiones; FEE-POSTING la usa para
      *> prorratear el mes del cambio) y rastro de mantenimiento
      *> ------------------------------------------------------------
       PCHG-RECORD-HISTORY.
           MOVE WS-PCHG-ACC-INDEX TO WS-ACC-INDEX
           MOVE 0 TO WS-TMP-AMOUNT
           MOVE 'CREDIT' TO WS-APPEND-TYPE
           MOVE SPACES TO WS-APPEND-AUX
           STRING WS-PCHG-OLD-TYPE DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  WS-PCHG-NEW-TYPE DELIMITED BY SPACE
               INTO WS-APPEND-AUX
           END-STRING
           MOVE 'PRODUCTO' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

           MOVE 'product-changes.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
               MOVE 'account,old,new,date,teller,interest,fees'
                   TO PCHG-OUT-RECORD
               WRITE PCHG-OUT-RECORD
           END-IF
           MOVE WS-PCHG-GROSS TO WS-PCHG-INT-EDIT
           MOVE WS-PCHG-FEE-TOTAL TO WS-PCHG-FEES-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING ACC-ID(WS-PCHG-ACC-INDEX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-OLD-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-NEW-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-INT-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-FEES-EDIT) DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE

           MOVE 'PRODUCTO' TO WS-MA-ACTION
           MOVE ACC-ID(WS-PCHG-ACC-INDEX) TO WS-MA-ENTITY
           MOVE 'TIPO' TO WS-MA-FIELD
           MOVE WS-PCHG-OLD-TYPE TO WS-MA-OLD
           MOVE WS-PCHG-NEW-TYPE TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> ============================================================
      *> TRASLADO DE SUCURSAL
      *> ============================================================

      *> Cambia la sucursal titular (6a columna de accounts.csv) de
      *> una cuenta o de todas las cuentas no cerradas de un
      *> cliente, conservando el numero: retenciones, talonarios y
      *> prestamos siguen colgando de la cuenta y pasan con ella; el
      *> talonario aun no enviado a la imprenta (ORDERED) se entrega
      *> ya en la sucursal nueva.
      *> Los libros de cada sucursal se cuadran con filas INTERSUC
      *> en IB-<anterior>-<nueva> que INTERBRANCH-REPORT netea: el
      *> saldo acreedor lo entrega la anterior (CREDIT, saldo
      *> deudor DEBIT) y el principal vivo de los prestamos lo
      *> recibe (DEBIT). Cada traslado queda con su fecha efectiva
      *> en data/branch-transfers.csv y en el rastro de
      *> mantenimiento
       DO-BRANCH-TRANSFER.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el traslado de sucursal requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el traslado de sucursal solo esta '
                   'disponible en modo CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== TRASLADO DE SUCURSAL ====='
           DISPLAY 'Trasladar C=una cuenta, T=todas las de un '
               'cliente: ' WITH NO ADVANCING
           ACCEPT WS-BTR-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-BTR-SCOPE) TO WS-BTR-SCOPE
           IF WS-BTR-SCOPE NOT = 'C' AND WS-BTR-SCOPE NOT = 'T'
               DISPLAY 'ERROR: opcion no valida'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BTR-CUST-ID
           IF WS-BTR-SCOPE = 'C'
               PERFORM ASK-ACCOUNT
               IF WS-TMP-ACCOUNT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-STATUS(WS-ACC-INDEX) = 'CLOSED'
                   DISPLAY 'ERROR: la cuenta esta cerrada'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACC-INDEX TO WS-BTR-ACC-INDEX
               DISPLAY 'Sucursal actual: '
                   ACC-BRANCH(WS-BTR-ACC-INDEX)
           ELSE
               PERFORM ASK-CUSTOMER-ID
               IF WS-TMP-CUST-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-CUSTOMER-BY-ID
               IF WS-CUST-FOUND = 'N'
                   DISPLAY 'ERROR: cliente no encontrado'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TMP-CUST-ID TO WS-BTR-CUST-ID
           END-IF

           DISPLAY 'Sucursal de destino (vacio = salir): '
               WITH NO ADVANCING
           ACCEPT WS-BTR-NEW-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-BTR-NEW-BRANCH)
               TO WS-BTR-NEW-BRANCH
           IF WS-BTR-NEW-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Cuentas que cambian de verdad: no cerradas y de otra
      *>   sucursal que la de destino
           MOVE 0 TO WS-BTR-CANDIDATES
           IF WS-BTR-SCOPE = 'C'
               IF ACC-BRANCH(WS-BTR-ACC-INDEX) NOT = WS-BTR-NEW-BRANCH
                   MOVE 1 TO WS-BTR-CANDIDATES
                   DISPLAY '  ' ACC-ID(WS-BTR-ACC-INDEX) ' '
                       ACC-BRANCH(WS-BTR-ACC-INDEX) ' -> '
                       WS-BTR-NEW-BRANCH
               END-IF
           ELSE
               PERFORM VARYING IX-LINK FROM 1 BY 1
                   UNTIL IX-LINK > WS-CUST-LINK-COUNT
                   IF LINK-CUST-ID(IX-LINK) = WS-BTR-CUST-ID
                       MOVE LINK-ACCOUNT-ID(IX-LINK) TO DB-ACCOUNT-ID
                       PERFORM FIND-ACCOUNT-BY-ID
                       IF WS-ACC-FOUND = 'Y'
                           AND ACC-STATUS(WS-ACC-INDEX) NOT = 'CLOSED'
                           AND ACC-BRANCH(WS-ACC-INDEX)
                               NOT = WS-BTR-NEW-BRANCH
                           ADD 1 TO WS-BTR-CANDIDATES
                           DISPLAY '  ' ACC-ID(WS-ACC-INDEX) ' '
                               ACC-BRANCH(WS-ACC-INDEX) ' -> '
                               WS-BTR-NEW-BRANCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BTR-CANDIDATES = 0
               DISPLAY 'Nada que trasladar: las cuentas ya son de '
                   FUNCTION TRIM(WS-BTR-NEW-BRANCH)
                   ' o estan cerradas'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Confirmar el traslado de ' WS-BTR-CANDIDATES
               ' cuenta(s) (S/N): ' WITH NO ADVANCING
           ACCEPT WS-BTR-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-BTR-CONFIRM) TO WS-BTR-CONFIRM
           IF WS-BTR-CONFIRM NOT = 'S'
               DISPLAY 'Traslado cancelado'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-BTR-MOVED
           IF WS-BTR-SCOPE = 'C'
               PERFORM BTR-MOVE-ACCOUNT
           ELSE
               PERFORM VARYING IX-LINK FROM 1 BY 1
                   UNTIL IX-LINK > WS-CUST-LINK-COUNT
                   IF LINK-CUST-ID(IX-LINK) = WS-BTR-CUST-ID
                       MOVE LINK-ACCOUNT-ID(IX-LINK) TO DB-ACCOUNT-ID
                       PERFORM FIND-ACCOUNT-BY-ID
                       IF WS-ACC-FOUND = 'Y'
                           AND ACC-STATUS(WS-ACC-INDEX) NOT = 'CLOSED'
                           AND ACC-BRANCH(WS-ACC-INDEX)
                               NOT = WS-BTR-NEW-BRANCH
                           MOVE WS-ACC-INDEX TO WS-BTR-ACC-INDEX
                           PERFORM BTR-MOVE-ACCOUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY 'Cuentas trasladadas a '
               FUNCTION TRIM(WS-BTR-NEW-BRANCH) ': ' WS-BTR-MOVED
           .

      *> Traslado de la cuenta WS-BTR-ACC-INDEX a WS-BTR-NEW-BRANCH
       BTR-MOVE-ACCOUNT.
           MOVE ACC-BRANCH(WS-BTR-ACC-INDEX) TO WS-BTR-OLD-BRANCH
           PERFORM SET-APPEND-DATE
           PERFORM BTR-COUNT-CARRIED

           MOVE SPACES TO WS-BTR-IB-ACCOUNT
           STRING 'IB-' DELIMITED BY SIZE
                  WS-BTR-OLD-BRANCH DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-BTR-NEW-BRANCH DELIMITED BY SPACE
               INTO WS-BTR-IB-ACCOUNT
           END-STRING

           IF ACC-BALANCE(WS-BTR-ACC-INDEX) NOT = 0
               MOVE ACC-ID(WS-BTR-ACC-INDEX) TO WS-BTR-AUX
               IF ACC-BALANCE(WS-BTR-ACC-INDEX) > 0
                   MOVE 'CREDIT' TO WS-BTR-IB-SIDE
                   MOVE ACC-BALANCE(WS-BTR-ACC-INDEX) TO WS-TMP-AMOUNT
               ELSE
                   MOVE 'DEBIT' TO WS-BTR-IB-SIDE
                   COMPUTE WS-TMP-AMOUNT =
                       0 - ACC-BALANCE(WS-BTR-ACC-INDEX)
               END-IF
               PERFORM BTR-APPEND-IB
           END-IF

           IF WS-BTR-LOAN-PRIN > 0
               MOVE SPACES TO WS-BTR-AUX
               STRING 'LOANS:' DELIMITED BY SIZE
                      ACC-ID(WS-BTR-ACC-INDEX) DELIMITED BY SPACE
                   INTO WS-BTR-AUX
               END-STRING
               MOVE 'DEBIT' TO WS-BTR-IB-SIDE
               MOVE WS-BTR-LOAN-PRIN TO WS-TMP-AMOUNT
               PERFORM BTR-APPEND-IB
           END-IF

           MOVE WS-BTR-NEW-BRANCH TO ACC-BRANCH(WS-BTR-ACC-INDEX)
           PERFORM VARYING IX-SEED FROM 1 BY 1
               UNTIL IX-SEED > WS-SEED-COUNT
               IF SEED-ID(IX-SEED) = ACC-ID(WS-BTR-ACC-INDEX)
                   MOVE WS-BTR-NEW-BRANCH TO SEED-BRANCH(IX-SEED)
               END-IF
           END-PERFORM
           PERFORM BTR-REWRITE-SEED
           PERFORM BTR-REDIRECT-BOOKS
           PERFORM BTR-RECORD-TRANSFER
           ADD 1 TO WS-BTR-MOVED

           MOVE ACC-BALANCE(WS-BTR-ACC-INDEX) TO WS-BTR-BAL-EDIT
           MOVE WS-BTR-LOAN-PRIN TO WS-BTR-PRIN-EDIT
           DISPLAY 'Cuenta ' FUNCTION TRIM(ACC-ID(WS-BTR-ACC-INDEX))
               ': ' FUNCTION TRIM(WS-BTR-OLD-BRANCH) ' -> '
               FUNCTION TRIM(WS-BTR-NEW-BRANCH)
               ' saldo ' FUNCTION TRIM(WS-BTR-BAL-EDIT)
           DISPLAY '  Arrastra: ' WS-BTR-HOLDS ' retenciones, '
               WS-BTR-CHEQUES ' cheques sin pagar, ' WS-BTR-LOANS
               ' prestamos (principal '
               FUNCTION TRIM(WS-BTR-PRIN-EDIT) ')'
           IF WS-BTR-BOOKS > 0
               DISPLAY '  Talonarios pedidos que se entregaran en '
                   FUNCTION TRIM(WS-BTR-NEW-BRANCH) ': ' WS-BTR-BOOKS
           END-IF
           .

      *> Los talonarios ORDERED de la cuenta aun no han salido hacia
      *> la imprenta: se piden ya con la sucursal nueva como entrega.
      *> Los SENT o DISPATCHED viajan a la anterior y se entregan
      *> alli o, con supervisor, en otra
       BTR-REDIRECT-BOOKS.
           MOVE 0 TO WS-BTR-BOOKS
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'cheque-books.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           MOVE 'N' TO WS-CHB-EOF
           PERFORM UNTIL WS-CHB-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-CHB-EOF
                   NOT AT END
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       PERFORM CHB-SPLIT-ROW
                       IF WS-CHB-R-ACCOUNT = ACC-ID(WS-BTR-ACC-INDEX)
                           AND WS-CHB-R-STATUS = 'ORDERED'
                           AND WS-CHB-R-BRANCH NOT = WS-BTR-NEW-BRANCH
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           ADD 1 TO WS-BTR-BOOKS
                           MOVE WS-BTR-NEW-BRANCH TO WS-CHB-R-BRANCH
                           PERFORM CHB-BUILD-ROW
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE
           .

      *> Lo que viaja con la cuenta: retenciones ACTIVE, cheques
      *> ISSUED o PENDING (talonario aun sin entregar) del registro
      *> y prestamos vivos con su principal
       BTR-COUNT-CARRIED.
           MOVE 0 TO WS-BTR-HOLDS
           MOVE 0 TO WS-BTR-CHEQUES
           MOVE 0 TO WS-BTR-LOANS
           MOVE 0 TO WS-BTR-LOAN-PRIN

           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                   READ HOLDS-FILE INTO WS-HOLD-LINE
                   IF WS-HOLD-FILE-STATUS = '00'
                       PERFORM PARSE-HOLD-LINE
                       IF WS-HOLD-ROW-ACCOUNT
                               = ACC-ID(WS-BTR-ACC-INDEX)
                           AND WS-HOLD-ROW-STATUS = 'ACTIVE'
                           ADD 1 TO WS-BTR-HOLDS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF

           OPEN INPUT CHEQUE-REGISTER-FILE
           IF WS-CHQ-FILE-STATUS = '00'
               PERFORM UNTIL WS-CHQ-FILE-STATUS NOT = '00'
                   READ CHEQUE-REGISTER-FILE INTO WS-CHQ-LINE
                   IF WS-CHQ-FILE-STATUS = '00'
                       PERFORM PARSE-CHEQUE-LINE
                       IF WS-CHQ-ROW-ACCOUNT
                               = ACC-ID(WS-BTR-ACC-INDEX)
                           AND (WS-CHQ-ROW-STATE = 'ISSUED'
                             OR WS-CHQ-ROW-STATE = 'PENDING')
                           ADD 1 TO WS-BTR-CHEQUES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-REGISTER-FILE
           END-IF

           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
                   READ LOANS-FILE INTO WS-LOAN-LINE
                   IF WS-LOANS-FILE-STATUS = '00'
                       PERFORM PARSE-LOAN-LINE
                       IF WS-LOAN-ROW-ACCOUNT
                               = ACC-ID(WS-BTR-ACC-INDEX)
                           AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                             OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                           ADD 1 TO WS-BTR-LOANS
                           IF FUNCTION TEST-NUMVAL(
                                   WS-LOAN-ROW-PRIN-STR) = 0
                               ADD FUNCTION NUMVAL(
                                   WS-LOAN-ROW-PRIN-STR)
                                   TO WS-BTR-LOAN-PRIN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           .

      *> Fila INTERSUC en WS-BTR-IB-ACCOUNT con el sentido
      *> WS-BTR-IB-SIDE, el importe en WS-TMP-AMOUNT y el auxiliar
      *> WS-BTR-AUX
       BTR-APPEND-IB.
           PERFORM BUILD-TX-REF
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BTR-IB-ACCOUNT    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BTR-IB-SIDE       DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-BTR-AUX           DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',INTERSUC'          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> id,nombre,descubierto,limite-diario,tipo,sucursal: la
      *> cuenta toma la sucursal nueva en la 6a columna
       BTR-REWRITE-SEED.
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'accounts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'AVISO: no se pudo leer accounts.csv'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM BTR-REBRANCH-SEED-LINE
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM

           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           IF WS-PCHG-CHANGED = 'N'
               DISPLAY 'AVISO: '
                   FUNCTION TRIM(ACC-ID(WS-BTR-ACC-INDEX))
                   ' no figura en accounts.csv; el traslado solo '
                   'vale para esta sesion'
           END-IF
           PERFORM PCHG-REPLACE-FILE
           .

       BTR-REBRANCH-SEED-LINE.
           MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
           MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3
               WS-PCHG-F4 WS-PCHG-F5 WS-PCHG-F6
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-PCHG-F1 WS-PCHG-F2 WS-PCHG-F3 WS-PCHG-F4
                    WS-PCHG-F5 WS-PCHG-F6
           END-UNSTRING
           IF WS-PCHG-F1 NOT = ACC-ID(WS-BTR-ACC-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-PCHG-CHANGED
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-PCHG-F1 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCHG-F2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F3 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F4 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PCHG-F5 DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BTR-NEW-BRANCH DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

      *> Registro de traslados (cuenta,anterior,nueva,fecha
      *> efectiva,cajero,saldo,prestamos,principal,retenciones,
      *> cheques): los informes lo usan para atribuir a cada
      *> sucursal lo ocurrido antes y despues de la fecha
       BTR-RECORD-TRANSFER.
           MOVE 'branch-transfers.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
               MOVE SPACES TO PCHG-OUT-RECORD
               STRING 'account,old_branch,new_branch,effective,'
                      'teller,balance,loans,loan_principal,holds,'
                      'cheques' DELIMITED BY SIZE
                   INTO PCHG-OUT-RECORD
               END-STRING
               WRITE PCHG-OUT-RECORD
           END-IF
           MOVE ACC-BALANCE(WS-BTR-ACC-INDEX) TO WS-BTR-BAL-EDIT
           MOVE WS-BTR-LOAN-PRIN TO WS-BTR-PRIN-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING ACC-ID(WS-BTR-ACC-INDEX) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BTR-OLD-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BTR-NEW-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BTR-BAL-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BTR-LOANS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BTR-PRIN-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BTR-HOLDS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BTR-CHEQUES DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE

           MOVE 'TRASLADO' TO WS-MA-ACTION
           MOVE ACC-ID(WS-BTR-ACC-INDEX) TO WS-MA-ENTITY
           MOVE 'SUCURSAL' TO WS-MA-FIELD
           MOVE WS-BTR-OLD-BRANCH TO WS-MA-OLD
           MOVE WS-BTR-NEW-BRANCH TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> ============================================================
      *> CHEQUES BANCARIOS
      *> ============================================================

      *> Emision, pago, anulacion o reposicion y paso a abandono de
      *> cheques bancarios. Todos operan sobre el registro
      *> data/drafts.csv y la cuenta interna DRAFTSPAY, que debe
      *> cuadrar en todo momento con la suma de los cheques
      *> OUTSTANDING; el informe de antiguedad lo da DRAFT-AGING
       DO-DRAFT-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: los cheques bancarios solo estan '
                   'disponibles en modo CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== CHEQUES BANCARIOS ====='
           DISPLAY '1 - Emitir cheque bancario'
           DISPLAY '2 - Pagar cheque bancario presentado'
           DISPLAY '3 - Anular o reponer (solo supervisor)'
           DISPLAY '4 - Pasar a abandono los no reclamados '
               '(solo supervisor)'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-DFT-OPTION

           EVALUATE WS-DFT-OPTION
               WHEN 1
                   PERFORM DFT-ISSUE
               WHEN 2
                   PERFORM DFT-PAY
               WHEN 3
                   PERFORM DFT-STOP-REPLACE
               WHEN 4
                   PERFORM DFT-ESCHEAT
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: opcion no valida'
           END-EVALUATE
           .

      *> Emision: cargo del importe y de la comision DRAFT del cuadro
      *> de comisiones en la cuenta del ordenante, abono del importe
      *> a DRAFTSPAY y de la comision a FEEINCOME; el cheque se
      *> imprime en data/draft-<serie>.txt
       DFT-ISSUE.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM REFRESH-FROM-TX-CSV
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               OR ACC-IS-DORMANT(WS-ACC-INDEX)
               OR ACC-IS-FROZEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no admite cargos (estado '
                   FUNCTION TRIM(ACC-STATUS(WS-ACC-INDEX)) ')'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-INDEX TO WS-DFT-ACC-INDEX

           MOVE ACC-OVERDRAFT-LIMIT(WS-DFT-ACC-INDEX)
               TO WS-EFFECTIVE-OD
           PERFORM FIND-CATALOG-FOR-ACCOUNT
           IF WS-CAT-FOUND = 'Y'
               IF CAT-WITHDRAW(WS-CAT-INDEX) = 'N'
                   DISPLAY 'ERROR: el producto '
                       ACC-TYPE(WS-DFT-ACC-INDEX) ' no admite '
                       'disposicion directa (requiere preaviso)'
                   EXIT PARAGRAPH
               END-IF
               IF CAT-OVERDRAFT(WS-CAT-INDEX) = 'N'
                   MOVE 0 TO WS-EFFECTIVE-OD
               END-IF
           END-IF

           DISPLAY 'Beneficiario: ' WITH NO ADVANCING
           ACCEPT WS-DFT-PAYEE
           INSPECT WS-DFT-PAYEE REPLACING ALL ',' BY ' '
           IF WS-DFT-PAYEE = SPACES
               DISPLAY 'ERROR: el beneficiario es obligatorio'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT = 0
               DISPLAY 'ERROR: importe no valido'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TMP-AMOUNT TO WS-DFT-AMOUNT

      *>   Un cheque bancario grande exige la misma autorizacion que
      *>   una retirada grande; sin PIN no se emite
           IF ROLE-IS-SUPERVISOR
               MOVE 'Y' TO WS-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
               IF WS-DFT-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM SUPERVISOR-PIN-GATE
               END-IF
           END-IF
           IF WS-DFT-AMOUNT > WS-REVIEW-THRESHOLD
               AND NOT SUPERVISOR-OVERRIDE-OK
               DISPLAY 'Emision rechazada: supera el umbral '
                   'configurado y no se autorizo con PIN de '
                   'supervisor'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MANDATE-RULES
           MOVE 'N' TO WS-SUPERVISOR-OVERRIDE
           IF WS-MANDATE-HOLD = 'Y'
               DISPLAY 'Emision rechazada: el mandato de la cuenta '
                   'no permite al firmante ordenarla'
               EXIT PARAGRAPH
           END-IF

           PERFORM DFT-FIND-FEE
           COMPUTE WS-DFT-TOTAL = WS-DFT-AMOUNT + WS-DFT-FEE

           PERFORM SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               ACC-BALANCE(WS-DFT-ACC-INDEX) - WS-HOLDS-TOTAL
           IF WS-AVAILABLE-BALANCE + WS-EFFECTIVE-OD < WS-DFT-TOTAL
               MOVE WS-HOLDS-TOTAL TO WS-HOLDS-EDIT
               DISPLAY 'ERROR: saldo disponible insuficiente para '
                   'el importe y la comision'
               DISPLAY '   Saldo contable: '
                   ACC-BALANCE(WS-DFT-ACC-INDEX)
               DISPLAY '   Retenido      : ' WS-HOLDS-EDIT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DFT-AMOUNT TO WS-DFT-AMOUNT-EDIT
           MOVE WS-DFT-FEE TO WS-DFT-FEE-EDIT
           DISPLAY 'Cheque a favor de ' FUNCTION TRIM(WS-DFT-PAYEE)
           DISPLAY '   Importe : ' WS-DFT-AMOUNT-EDIT
           IF WS-DFT-WAIVED = 'Y'
               DISPLAY '   Comision: exenta ('
                   FUNCTION TRIM(WS-PCHG-WAIVER-REASON) ')'
           ELSE
               DISPLAY '   Comision: ' WS-DFT-FEE-EDIT
           END-IF
           DISPLAY 'Confirmar la emision (S/N): ' WITH NO ADVANCING
           ACCEPT WS-DFT-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-DFT-CONFIRM) TO WS-DFT-CONFIRM
           IF WS-DFT-CONFIRM NOT = 'S'
               DISPLAY 'Emision cancelada'
               EXIT PARAGRAPH
           END-IF

           PERFORM DFT-NEXT-SERIAL
           MOVE SPACES TO WS-DFT-AUX
           STRING 'DFT:' DELIMITED BY SIZE
                  WS-DFT-SERIAL DELIMITED BY SPACE
               INTO WS-DFT-AUX
           END-STRING

           MOVE WS-DFT-ACC-INDEX TO WS-ACC-INDEX
           COMPUTE WS-NOTIFY-OLD-BAL = ACC-BALANCE(WS-ACC-INDEX)
           SUBTRACT WS-DFT-AMOUNT FROM ACC-BALANCE(WS-ACC-INDEX)
           MOVE WS-DFT-AMOUNT TO WS-TMP-AMOUNT
           MOVE 'DEBIT' TO WS-APPEND-TYPE
           MOVE WS-DFT-AUX TO WS-APPEND-AUX
           MOVE 'GIRO' TO WS-APPEND-CATEGORY
           PERFORM APPEND-TRANSACTION-CSV
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
           MOVE WS-TX-REF TO WS-NOTIFY-REF

           MOVE WS-DRAFTS-ACCOUNT-ID TO WS-DFT-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
           MOVE 'GIRO' TO WS-DFT-CONTRA-CAT
           PERFORM DFT-APPEND-CONTRA

           IF WS-DFT-FEE > 0
               SUBTRACT WS-DFT-FEE FROM ACC-BALANCE(WS-ACC-INDEX)
               MOVE WS-DFT-FEE TO WS-TMP-AMOUNT
               MOVE 'DEBIT' TO WS-APPEND-TYPE
               MOVE 'FEE:DRAFT' TO WS-APPEND-AUX
               MOVE 'COMISION' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

               MOVE 'FEEINCOME' TO WS-DFT-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
               MOVE 'COMISION' TO WS-DFT-CONTRA-CAT
               MOVE ACC-ID(WS-ACC-INDEX) TO WS-DFT-AUX
               PERFORM DFT-APPEND-CONTRA
           END-IF
           IF WS-DFT-WAIVED = 'Y'
               MOVE WS-DFT-ACC-INDEX TO WS-PCHG-ACC-INDEX
               PERFORM PCHG-APPEND-WAIVED-FEE
           END-IF

           MOVE WS-DFT-TOTAL TO WS-NOTIFY-AMOUNT
           MOVE 'DEBIT' TO WS-NOTIFY-TYPE
           PERFORM CHECK-NOTIFY-TRIGGERS
      *>   Cuenta de otra sucursal: como en una retirada, la
      *>   sucursal de la cuenta debe a la que emite el cheque
           IF WS-BRANCH-ID NOT = ACC-BRANCH(WS-ACC-INDEX)
               MOVE WS-DFT-TOTAL TO WS-TMP-AMOUNT
               MOVE 'CREDIT' TO WS-IB-SIDE
               PERFORM APPEND-INTERBRANCH-CSV
           END-IF

           MOVE ACC-ID(WS-DFT-ACC-INDEX) TO WS-DFT-ACCOUNT
           MOVE 'OUTSTANDING' TO WS-DFT-NEW-STATUS
           MOVE SPACES TO WS-DFT-NEW-NOTE
           PERFORM DFT-APPEND-REGISTER
           PERFORM DFT-PRINT

           IF WS-TILL-OPEN = 'Y'
               MOVE 'DEBIT' TO WS-APPEND-TYPE
               MOVE WS-DFT-AMOUNT TO WS-TMP-AMOUNT
               MOVE ACC-NAME(WS-DFT-ACC-INDEX) TO WS-TMP-NAME
               MOVE ACC-BALANCE(WS-DFT-ACC-INDEX)
                   TO WS-RECEIPT-BALANCE
               PERFORM EMIT-RECEIPT
           END-IF

           DISPLAY 'Cheque bancario ' WS-DFT-SERIAL ' emitido'
           DISPLAY 'Nuevo saldo: ' ACC-BALANCE(WS-DFT-ACC-INDEX)
           .

      *> Comision DRAFT (base FLAT) de data/fee-schedule.csv, salvo
      *> exencion vigente de la cuenta o de su titular
       DFT-FIND-FEE.
           MOVE 0 TO WS-DFT-FEE
           MOVE 'N' TO WS-DFT-WAIVED

           MOVE 'fee-schedule.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   MOVE SPACES TO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
                   UNSTRING WS-PCHG-LINE DELIMITED BY ','
                       INTO WS-PCHG-F1 WS-PCHG-F3 WS-PCHG-F4
                   END-UNSTRING
                   IF WS-PCHG-F1 = 'DRAFT'
                       AND WS-PCHG-F3 = 'FLAT'
                       AND FUNCTION TEST-NUMVAL(WS-PCHG-F4) = 0
                       MOVE FUNCTION NUMVAL(WS-PCHG-F4) TO WS-DFT-FEE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           IF WS-DFT-FEE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE 'DRAFT' TO WS-PCHG-F1
           MOVE WS-DFT-ACC-INDEX TO WS-PCHG-ACC-INDEX
           PERFORM PCHG-CHECK-FEE-WAIVER
           IF WS-PCHG-WAIVED = 'Y'
               MOVE 'Y' TO WS-DFT-WAIVED
               MOVE WS-DFT-FEE TO WS-PCHG-FEE-AMOUNT
               MOVE 0 TO WS-DFT-FEE
           END-IF
           .

      *> Serie BDnnnnnnnn del contador data/draft-counter.dat
       DFT-NEXT-SERIAL.
           MOVE 0 TO WS-DFT-NUMBER
           MOVE 'draft-counter.dat' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-PCHG-LINE) = 0
                           MOVE FUNCTION NUMVAL(WS-PCHG-LINE)
                               TO WS-DFT-NUMBER
                       END-IF
               END-READ
               CLOSE PCHG-IN-FILE
           END-IF

           ADD 1 TO WS-DFT-NUMBER

           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN OUTPUT PCHG-OUT-FILE
           MOVE WS-DFT-NUMBER TO PCHG-OUT-RECORD
           WRITE PCHG-OUT-RECORD
           CLOSE PCHG-OUT-FILE

           MOVE SPACES TO WS-DFT-SERIAL
           STRING 'BD' WS-DFT-NUMBER DELIMITED BY SIZE
               INTO WS-DFT-SERIAL
           END-STRING
           .

      *> Contrapartida en una cuenta interna (DRAFTSPAY, FEEINCOME,
      *> ESCHEAT) con el sentido WS-DFT-CONTRA-SIDE, el auxiliar
      *> WS-DFT-AUX y el importe en WS-TMP-AMOUNT
       DFT-APPEND-CONTRA.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE
           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-DFT-CONTRA-ACCT   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-DFT-CONTRA-SIDE   DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-DFT-AUX           DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-DFT-CONTRA-CAT    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> Fila nueva del registro con WS-DFT-SERIAL, WS-DFT-ACCOUNT,
      *> importe, comision, beneficiario y WS-DFT-NEW-STATUS/NOTE
       DFT-APPEND-REGISTER.
           PERFORM SET-APPEND-DATE
           MOVE 'drafts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
               MOVE SPACES TO PCHG-OUT-RECORD
               STRING 'serial,account,amount,fee,payee,issued,'
                      'status,status_date,teller,note'
                      DELIMITED BY SIZE
                   INTO PCHG-OUT-RECORD
               END-STRING
               WRITE PCHG-OUT-RECORD
           END-IF
           MOVE WS-DFT-AMOUNT TO WS-DFT-AMOUNT-EDIT
           MOVE WS-DFT-FEE TO WS-DFT-FEE-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-DFT-SERIAL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-AMOUNT-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-FEE-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-PAYEE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DFT-NEW-STATUS DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-NEW-NOTE DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE
           .

      *> Impresion del cheque en data/draft-<serie>.txt
       DFT-PRINT.
           MOVE SPACES TO WS-PCHG-FILE-NAME
           STRING 'draft-' DELIMITED BY SIZE
                  WS-DFT-SERIAL DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-PCHG-FILE-NAME
           END-STRING
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN OUTPUT PCHG-OUT-FILE

           MOVE 'CHEQUE BANCARIO' TO PCHG-OUT-RECORD
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Numero       : ' WS-DFT-SERIAL
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Fecha        : ' WS-APPEND-DATE
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Paguese a    : ' WS-DFT-PAYEE
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE WS-DFT-AMOUNT TO WS-DFT-AMOUNT-EDIT
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Importe      : ' WS-DFT-AMOUNT-EDIT
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Ordenante    : ' WS-DFT-ACCOUNT
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Sucursal     : ' WS-BRANCH-ID
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           MOVE SPACES TO PCHG-OUT-RECORD
           STRING 'Emitido por  : ' WS-TELLER-ID
               DELIMITED BY SIZE INTO PCHG-OUT-RECORD
           END-STRING
           WRITE PCHG-OUT-RECORD
           IF WS-DFT-NEW-NOTE(1:7) = 'REPONE:'
               MOVE SPACES TO PCHG-OUT-RECORD
               STRING 'Sustituye a  : ' WS-DFT-NEW-NOTE(8:10)
                   DELIMITED BY SIZE INTO PCHG-OUT-RECORD
               END-STRING
               WRITE PCHG-OUT-RECORD
           END-IF
           CLOSE PCHG-OUT-FILE

           DISPLAY 'Cheque impreso en '
               FUNCTION TRIM(WS-PCHG-OUT-PATH)
           .

      *> Busca WS-DFT-SERIAL-IN en el registro y deja la fila en
      *> WS-DFT-ROW-*
       DFT-FIND.
           MOVE 'N' TO WS-DFT-FOUND
           MOVE 'drafts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
                   OR WS-DFT-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM DFT-PARSE-LINE
                   IF WS-DFT-ROW-SERIAL = WS-DFT-SERIAL-IN
                       MOVE 'Y' TO WS-DFT-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

       DFT-PARSE-LINE.
           MOVE SPACES TO WS-DFT-ROW-SERIAL WS-DFT-ROW-ACCOUNT
               WS-DFT-ROW-AMOUNT WS-DFT-ROW-FEE WS-DFT-ROW-PAYEE
               WS-DFT-ROW-ISSUED WS-DFT-ROW-STATUS
               WS-DFT-ROW-STAT-DATE WS-DFT-ROW-TELLER
               WS-DFT-ROW-NOTE
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-DFT-ROW-SERIAL WS-DFT-ROW-ACCOUNT
                    WS-DFT-ROW-AMOUNT WS-DFT-ROW-FEE
                    WS-DFT-ROW-PAYEE WS-DFT-ROW-ISSUED
                    WS-DFT-ROW-STATUS WS-DFT-ROW-STAT-DATE
                    WS-DFT-ROW-TELLER WS-DFT-ROW-NOTE
           END-UNSTRING
           MOVE 0 TO WS-DFT-ROW-AMT
           IF FUNCTION TEST-NUMVAL(WS-DFT-ROW-AMOUNT) = 0
               MOVE FUNCTION NUMVAL(WS-DFT-ROW-AMOUNT)
                   TO WS-DFT-ROW-AMT
           END-IF
           .

      *> Pide la serie y exige un cheque OUTSTANDING del registro
       DFT-ASK-OUTSTANDING.
           DISPLAY 'Numero de cheque bancario (ej. BD00000001): '
               WITH NO ADVANCING
           ACCEPT WS-DFT-SERIAL-IN
           MOVE FUNCTION UPPER-CASE(WS-DFT-SERIAL-IN)
               TO WS-DFT-SERIAL-IN
           PERFORM DFT-FIND
           IF WS-DFT-FOUND = 'N'
               DISPLAY 'ERROR: cheque bancario no registrado'
               EXIT PARAGRAPH
           END-IF
           IF WS-DFT-ROW-STATUS NOT = 'OUTSTANDING'
               MOVE 'N' TO WS-DFT-FOUND
               DISPLAY 'ERROR: el cheque no esta pendiente (estado '
                   FUNCTION TRIM(WS-DFT-ROW-STATUS) ' desde '
                   WS-DFT-ROW-STAT-DATE ')'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DFT-ROW-AMT TO WS-DFT-AMOUNT-EDIT
           DISPLAY 'Beneficiario: ' FUNCTION TRIM(WS-DFT-ROW-PAYEE)
               '  Importe: ' FUNCTION TRIM(WS-DFT-AMOUNT-EDIT)
               '  Emitido: ' WS-DFT-ROW-ISSUED
           .

      *> Pago al presentarse: en efectivo por la caja o abonado en
      *> una cuenta del banco; el importe sale de DRAFTSPAY
       DFT-PAY.
           PERFORM DFT-ASK-OUTSTANDING
           IF WS-DFT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-AMOUNT
           IF WS-TMP-AMOUNT NOT = WS-DFT-ROW-AMT
               DISPLAY 'ERROR: el importe presentado no coincide con '
                   'el del cheque emitido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Pago E=efectivo, C=abono en cuenta: '
               WITH NO ADVANCING
           ACCEPT WS-DFT-PAY-MODE
           MOVE FUNCTION UPPER-CASE(WS-DFT-PAY-MODE) TO WS-DFT-PAY-MODE
           IF WS-DFT-PAY-MODE NOT = 'E' AND WS-DFT-PAY-MODE NOT = 'C'
               DISPLAY 'ERROR: opcion no valida'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DFT-AUX
           STRING 'DFT:' DELIMITED BY SIZE
                  WS-DFT-ROW-SERIAL DELIMITED BY SPACE
               INTO WS-DFT-AUX
           END-STRING

           IF WS-DFT-PAY-MODE = 'C'
               PERFORM ASK-ACCOUNT
               IF WS-TMP-ACCOUNT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM REFRESH-FROM-TX-CSV
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-IS-CLOSED(WS-ACC-INDEX)
                   DISPLAY 'ERROR: la cuenta esta cerrada'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DFT-ROW-AMT TO WS-TMP-AMOUNT
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               MOVE WS-DFT-AUX TO WS-APPEND-AUX
               MOVE 'GIRO' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY
               MOVE ACC-ID(WS-ACC-INDEX) TO WS-DFT-NEW-NOTE
               IF WS-BRANCH-ID NOT = ACC-BRANCH(WS-ACC-INDEX)
                   MOVE 'DEBIT' TO WS-IB-SIDE
                   PERFORM APPEND-INTERBRANCH-CSV
               END-IF
           ELSE
               IF WS-TILL-OPEN = 'Y'
                   SUBTRACT WS-DFT-ROW-AMT FROM WS-TILL-POSITION
               END-IF
               MOVE 'EFECTIVO' TO WS-DFT-NEW-NOTE
           END-IF

           MOVE WS-DFT-ROW-AMT TO WS-TMP-AMOUNT
           MOVE WS-DRAFTS-ACCOUNT-ID TO WS-DFT-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-DFT-CONTRA-SIDE
           MOVE 'GIRO' TO WS-DFT-CONTRA-CAT
           PERFORM DFT-APPEND-CONTRA

           MOVE 'PAID' TO WS-DFT-NEW-STATUS
           PERFORM DFT-MARK
           DISPLAY 'Cheque bancario ' FUNCTION TRIM(WS-DFT-ROW-SERIAL)
               ' pagado (' FUNCTION TRIM(WS-DFT-NEW-NOTE) ')'
           .

      *> Anulacion (A) con devolucion del importe al ordenante, o
      *> reposicion (R) de un cheque extraviado por otro con serie
      *> nueva, mismo importe y beneficiario y sin nueva comision;
      *> en la reposicion el dinero sigue en DRAFTSPAY
       DFT-STOP-REPLACE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: anular o reponer un cheque bancario '
                   'requiere una sesion de supervisor '
                   '(MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF
           PERFORM DFT-ASK-OUTSTANDING
           IF WS-DFT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'A=anular y devolver, R=reponer por extravio: '
               WITH NO ADVANCING
           ACCEPT WS-DFT-ACTION
           MOVE FUNCTION UPPER-CASE(WS-DFT-ACTION) TO WS-DFT-ACTION
           IF WS-DFT-ACTION NOT = 'A' AND WS-DFT-ACTION NOT = 'R'
               DISPLAY 'ERROR: opcion no valida'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Motivo: ' WITH NO ADVANCING
           ACCEPT WS-DFT-REASON
           INSPECT WS-DFT-REASON REPLACING ALL ',' BY ' '
           IF WS-DFT-REASON = SPACES
               DISPLAY 'ERROR: el motivo es obligatorio'
               EXIT PARAGRAPH
           END-IF

           IF WS-DFT-ACTION = 'A'
               MOVE WS-DFT-ROW-ACCOUNT TO DB-ACCOUNT-ID
               PERFORM REFRESH-FROM-TX-CSV
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   OR ACC-IS-CLOSED(WS-ACC-INDEX)
                   DISPLAY 'ERROR: la cuenta ordenante no esta '
                       'abierta; el importe no puede devolverse'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-DFT-AUX
               STRING 'DFT:' DELIMITED BY SIZE
                      WS-DFT-ROW-SERIAL DELIMITED BY SPACE
                   INTO WS-DFT-AUX
               END-STRING
               MOVE WS-DFT-ROW-AMT TO WS-TMP-AMOUNT
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE 'CREDIT' TO WS-APPEND-TYPE
               MOVE WS-DFT-AUX TO WS-APPEND-AUX
               MOVE 'GIRO' TO WS-APPEND-CATEGORY
               PERFORM APPEND-TRANSACTION-CSV
               MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

               MOVE WS-DFT-ROW-AMT TO WS-TMP-AMOUNT
               MOVE WS-DRAFTS-ACCOUNT-ID TO WS-DFT-CONTRA-ACCT
               MOVE 'DEBIT' TO WS-DFT-CONTRA-SIDE
               MOVE 'GIRO' TO WS-DFT-CONTRA-CAT
               PERFORM DFT-APPEND-CONTRA

               DISPLAY 'Cheque bancario '
                   FUNCTION TRIM(WS-DFT-ROW-SERIAL)
                   ' anulado; importe devuelto a '
                   FUNCTION TRIM(WS-DFT-ROW-ACCOUNT)
               MOVE 'STOPPED' TO WS-DFT-NEW-STATUS
               MOVE WS-DFT-REASON TO WS-DFT-NEW-NOTE
               PERFORM DFT-MARK
           ELSE
               PERFORM DFT-NEXT-SERIAL
               MOVE WS-DFT-ROW-ACCOUNT TO WS-DFT-ACCOUNT
               MOVE WS-DFT-ROW-AMT TO WS-DFT-AMOUNT
               MOVE 0 TO WS-DFT-FEE
               MOVE WS-DFT-ROW-PAYEE TO WS-DFT-PAYEE
               MOVE 'OUTSTANDING' TO WS-DFT-NEW-STATUS
               MOVE SPACES TO WS-DFT-NEW-NOTE
               STRING 'REPONE:' DELIMITED BY SIZE
                      WS-DFT-ROW-SERIAL DELIMITED BY SPACE
                   INTO WS-DFT-NEW-NOTE
               END-STRING
               PERFORM DFT-APPEND-REGISTER
               PERFORM DFT-PRINT

               MOVE 'REPLACED' TO WS-DFT-NEW-STATUS
               MOVE SPACES TO WS-DFT-NEW-NOTE
               STRING 'REPUESTO:' DELIMITED BY SIZE
                      WS-DFT-SERIAL DELIMITED BY SPACE
                   INTO WS-DFT-NEW-NOTE
               END-STRING
               PERFORM DFT-MARK
               DISPLAY 'Cheque bancario '
                   FUNCTION TRIM(WS-DFT-ROW-SERIAL)
                   ' repuesto por ' WS-DFT-SERIAL
           END-IF

           MOVE 'GIRO' TO WS-MA-ACTION
           MOVE WS-DFT-ROW-SERIAL TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'OUTSTANDING' TO WS-MA-OLD
           MOVE SPACES TO WS-MA-NEW
           STRING WS-DFT-NEW-STATUS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-REASON) DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Marca WS-DFT-ROW-SERIAL con WS-DFT-NEW-STATUS, la fecha de
      *> negocio y WS-DFT-NEW-NOTE reescribiendo el registro
       DFT-MARK.
           PERFORM SET-APPEND-DATE
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'drafts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'AVISO: no se pudo leer drafts.csv'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE
           MOVE WS-DFT-ROW-SERIAL TO WS-DFT-SERIAL-IN

           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                   PERFORM DFT-PARSE-LINE
                   IF WS-DFT-ROW-SERIAL = WS-DFT-SERIAL-IN
                       PERFORM DFT-BUILD-MARKED-LINE
                   END-IF
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM

           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           PERFORM PCHG-REPLACE-FILE
           MOVE WS-DFT-SERIAL-IN TO WS-DFT-ROW-SERIAL
           .

       DFT-BUILD-MARKED-LINE.
           MOVE 'Y' TO WS-PCHG-CHANGED
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-DFT-ROW-SERIAL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ROW-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ROW-AMOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ROW-FEE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-ROW-PAYEE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ROW-ISSUED DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DFT-NEW-STATUS DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DFT-ROW-TELLER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DFT-NEW-NOTE) DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

      *> Paso a abandono: los cheques OUTSTANDING con mas de
      *> WS-DFT-ESCHEAT-DAYS dias desde la emision salen de
      *> DRAFTSPAY hacia la cuenta ESCHEAT y se anotan en
      *> escheatment.csv como los fondos en suspenso
       DFT-ESCHEAT.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el paso a abandono requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ENV-DRAFT-ESCHEAT-DAYS
               FROM ENVIRONMENT 'MINIBANK_DRAFT_ESCHEAT_DAYS'
           IF WS-ENV-DRAFT-ESCHEAT-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-DRAFT-ESCHEAT-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-DRAFT-ESCHEAT-DAYS)
                   TO WS-DFT-ESCHEAT-DAYS
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE-RAW TO WS-DFT-TODAY-RAW
           MOVE 0 TO WS-DFT-COUNT
           MOVE 0 TO WS-DFT-SUM
           MOVE 'drafts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'No hay cheques bancarios registrados'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   PERFORM DFT-PARSE-LINE
                   PERFORM DFT-ROW-AGE
                   IF WS-DFT-ROW-STATUS = 'OUTSTANDING'
                       AND WS-DFT-AGE-DAYS >= WS-DFT-ESCHEAT-DAYS
                       ADD 1 TO WS-DFT-COUNT
                       ADD WS-DFT-ROW-AMT TO WS-DFT-SUM
                       DISPLAY '  ' WS-DFT-ROW-SERIAL ' '
                           WS-DFT-ROW-ISSUED ' '
                           FUNCTION TRIM(WS-DFT-ROW-AMOUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PCHG-IN-FILE

           IF WS-DFT-COUNT = 0
               DISPLAY 'Ningun cheque bancario supera los '
                   WS-DFT-ESCHEAT-DAYS ' dias sin reclamar'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DFT-SUM TO WS-DFT-SUM-EDIT
           DISPLAY 'Pasar a abandono ' WS-DFT-COUNT ' cheque(s) por '
               FUNCTION TRIM(WS-DFT-SUM-EDIT) ' (S/N): '
               WITH NO ADVANCING
           ACCEPT WS-DFT-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-DFT-CONFIRM) TO WS-DFT-CONFIRM
           IF WS-DFT-CONFIRM NOT = 'S'
               DISPLAY 'Paso a abandono cancelado'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PCHG-CHANGED
           OPEN INPUT PCHG-IN-FILE
           OPEN OUTPUT PCHG-OUT-FILE
           PERFORM UNTIL WS-PCHG-IN-STATUS NOT = '00'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
               IF WS-PCHG-IN-STATUS = '00'
                   MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                   PERFORM DFT-PARSE-LINE
                   PERFORM DFT-ROW-AGE
                   IF WS-DFT-ROW-STATUS = 'OUTSTANDING'
                       AND WS-DFT-AGE-DAYS >= WS-DFT-ESCHEAT-DAYS
                       PERFORM DFT-ESCHEAT-ONE
                   END-IF
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-IF
           END-PERFORM
           CLOSE PCHG-OUT-FILE
           CLOSE PCHG-IN-FILE
           PERFORM PCHG-REPLACE-FILE

           DISPLAY 'Cheques bancarios pasados a abandono: '
               WS-DFT-COUNT
           .

      *> Dias desde la emision de la fila leida (0 si la fecha no es
      *> valida, que nunca llega al plazo)
       DFT-ROW-AGE.
           MOVE 0 TO WS-DFT-AGE-DAYS
           IF WS-DFT-ROW-ISSUED(1:4) IS NUMERIC
               AND WS-DFT-ROW-ISSUED(6:2) IS NUMERIC
               AND WS-DFT-ROW-ISSUED(9:2) IS NUMERIC
               STRING WS-DFT-ROW-ISSUED(1:4)
                      WS-DFT-ROW-ISSUED(6:2)
                      WS-DFT-ROW-ISSUED(9:2)
                   DELIMITED BY SIZE INTO WS-DFT-ISSUED-RAW
               END-STRING
               COMPUTE WS-DFT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DFT-TODAY-RAW)
                   - FUNCTION INTEGER-OF-DATE(WS-DFT-ISSUED-RAW)
           END-IF
           .

      *> DRAFTSPAY DEBIT y ESCHEAT CREDIT por el importe del cheque,
      *> fila fecha,importe,referencia en escheatment.csv y estado
      *> ESCHEATED en la linea que se reescribe
       DFT-ESCHEAT-ONE.
           MOVE SPACES TO WS-DFT-AUX
           STRING 'DFT:' DELIMITED BY SIZE
                  WS-DFT-ROW-SERIAL DELIMITED BY SPACE
               INTO WS-DFT-AUX
           END-STRING
           MOVE WS-DFT-ROW-AMT TO WS-TMP-AMOUNT
           MOVE WS-DRAFTS-ACCOUNT-ID TO WS-DFT-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-DFT-CONTRA-SIDE
           MOVE 'GIRO' TO WS-DFT-CONTRA-CAT
           PERFORM DFT-APPEND-CONTRA
           MOVE WS-ESCHEAT-ACCOUNT-ID TO WS-DFT-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
           PERFORM DFT-APPEND-CONTRA

           MOVE SPACES TO WS-ESCHEAT-LINE
           STRING WS-APPEND-DATE DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-TX-REF      DELIMITED BY SPACE
               INTO WS-ESCHEAT-LINE
           END-STRING
           OPEN EXTEND ESCHEAT-FILE
           IF WS-ESCHEAT-FILE-STATUS = '05'
               OR WS-ESCHEAT-FILE-STATUS = '35'
               OPEN OUTPUT ESCHEAT-FILE
           END-IF
           WRITE ESCHEAT-RECORD FROM WS-ESCHEAT-LINE
           CLOSE ESCHEAT-FILE

           MOVE 'ESCHEATED' TO WS-DFT-NEW-STATUS
           MOVE 'ABANDONO' TO WS-DFT-NEW-NOTE
           PERFORM DFT-BUILD-MARKED-LINE
           .

      *> ============================================================
      *> INFORMES ARCHIVADOS
      *> ============================================================

      *> Lista las fechas de negocio archivadas, los informes de una
      *> fecha y muestra el que se elija, desde el indice que deja
      *> REPORT-ARCHIVE
       DO-REPORT-ARCHIVE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: consultar los informes archivados '
                   'requiere una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== INFORMES ARCHIVADOS ====='
           DISPLAY 'Fecha de negocio (AAAA-MM-DD, en blanco = '
               'fechas archivadas): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RPA-DATE
           ACCEPT WS-RPA-DATE
           IF WS-RPA-DATE = SPACES
               PERFORM RPA-LIST-DATES
               DISPLAY 'Fecha de negocio (en blanco = volver): '
                   WITH NO ADVANCING
               ACCEPT WS-RPA-DATE
               IF WS-RPA-DATE = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM RPA-LIST-REPORTS
           IF WS-RPA-COUNT = 0
               DISPLAY 'Sin informes archivados para '
                   WS-RPA-DATE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Numero de informe a ver (0 = volver): '
               WITH NO ADVANCING
           MOVE 0 TO WS-RPA-CHOICE
           ACCEPT WS-RPA-CHOICE
           IF WS-RPA-CHOICE = 0 OR WS-RPA-CHOICE > WS-RPA-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM RPA-VIEW-REPORT
           .

       RPA-OPEN-INDEX.
           MOVE 'reports/report-index.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE 'N' TO WS-RPA-EOF
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-RPA-EOF
               DISPLAY 'No hay informes archivados todavia'
           END-IF
           .

       RPA-SPLIT-ROW.
           MOVE SPACES TO WS-RPA-F-TYPE WS-RPA-F-DATE WS-RPA-F-BYTES
                          WS-RPA-F-STEP WS-RPA-F-FILE
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-RPA-F-TYPE WS-RPA-F-DATE WS-RPA-F-BYTES
                   WS-RPA-F-STEP WS-RPA-F-FILE
           END-UNSTRING
           .

      *> Fechas del indice con su numero de informes; el indice va
      *> en orden de archivado, una fecha detras de otra
       RPA-LIST-DATES.
           PERFORM RPA-OPEN-INDEX
           IF WS-RPA-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Fecha       Informes'
           MOVE SPACES TO WS-RPA-LAST-DATE
           MOVE 0 TO WS-RPA-DATE-COUNT
           PERFORM UNTIL WS-RPA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RPA-EOF
                   NOT AT END
                       IF WS-PCHG-LINE(1:7) NOT = 'report,'
                           PERFORM RPA-SPLIT-ROW
                           IF WS-RPA-F-DATE NOT = WS-RPA-LAST-DATE
                               AND WS-RPA-DATE-COUNT > 0
                               DISPLAY WS-RPA-LAST-DATE '  '
                                   WS-RPA-DATE-COUNT
                               MOVE 0 TO WS-RPA-DATE-COUNT
                           END-IF
                           MOVE WS-RPA-F-DATE TO WS-RPA-LAST-DATE
                           ADD 1 TO WS-RPA-DATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           IF WS-RPA-DATE-COUNT > 0
               DISPLAY WS-RPA-LAST-DATE '  ' WS-RPA-DATE-COUNT
           END-IF
           .

       RPA-LIST-REPORTS.
           MOVE 0 TO WS-RPA-COUNT
           PERFORM RPA-OPEN-INDEX
           IF WS-RPA-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RPA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RPA-EOF
                   NOT AT END
                       PERFORM RPA-SPLIT-ROW
                       IF WS-RPA-F-DATE = WS-RPA-DATE
                           AND WS-RPA-COUNT < 50
                           ADD 1 TO WS-RPA-COUNT
                           MOVE WS-RPA-F-TYPE
                               TO RPA-TYPE(WS-RPA-COUNT)
                           MOVE WS-RPA-F-STEP
                               TO RPA-STEP(WS-RPA-COUNT)
                           MOVE WS-RPA-F-BYTES
                               TO RPA-BYTES(WS-RPA-COUNT)
                           MOVE WS-RPA-F-FILE
                               TO RPA-FILE(WS-RPA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           IF WS-RPA-COUNT > 0
               DISPLAY 'Informes archivados del ' WS-RPA-DATE ':'
           END-IF
           PERFORM VARYING WS-RPA-IX FROM 1 BY 1
               UNTIL WS-RPA-IX > WS-RPA-COUNT
               DISPLAY WS-RPA-IX ' - ' RPA-TYPE(WS-RPA-IX)
                   ' paso ' RPA-STEP(WS-RPA-IX)
                   FUNCTION TRIM(RPA-BYTES(WS-RPA-IX)) ' bytes'
           END-PERFORM
           .

       RPA-VIEW-REPORT.
           MOVE SPACES TO WS-PCHG-IN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  RPA-FILE(WS-RPA-CHOICE) DELIMITED BY SPACE
               INTO WS-PCHG-IN-PATH
           END-STRING
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'ERROR: falta la copia archivada '
                   FUNCTION TRIM(WS-PCHG-IN-PATH)
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '----- ' FUNCTION TRIM(RPA-FILE(WS-RPA-CHOICE))
               ' -----'
           MOVE 0 TO WS-RPA-LINES
           MOVE 'N' TO WS-RPA-EOF
           PERFORM UNTIL WS-RPA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RPA-EOF
                   NOT AT END
                       ADD 1 TO WS-RPA-LINES
                       DISPLAY FUNCTION TRIM(WS-PCHG-LINE TRAILING)
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           DISPLAY '----- fin del informe (' WS-RPA-LINES
               ' lineas) -----'
           .

      *> ============================================================
      *> SUSCRIPCIONES AL EXTRACTO MT940
      *> ============================================================

      *> Alta, baja y consulta de las cuentas de empresa que reciben
      *> cada noche su extracto MT940 (paso MT940-EXPORT del cierre)
       DO-MT940-MENU.
           DISPLAY ' '
           DISPLAY '===== EXTRACTOS MT940 DE EMPRESA ====='
           DISPLAY '1 - Alta de suscripcion'
           DISPLAY '2 - Baja de suscripcion'
           DISPLAY '3 - Listar suscripciones'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-M94-OPTION

           EVALUATE WS-M94-OPTION
               WHEN 1
                   PERFORM M94-SUBSCRIBE
               WHEN 2
                   PERFORM M94-CANCEL
               WHEN 3
                   PERFORM M94-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       M94-SUBSCRIBE.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta esta '
                   ACC-STATUS(WS-ACC-INDEX)
                   '; solo se suscribe una cuenta abierta'
               EXIT PARAGRAPH
           END-IF

           PERFORM M94-FIND-ACTIVE
           IF WS-M94-FOUND = 'Y'
               DISPLAY 'ERROR: la cuenta ya recibe el extracto MT940 ('
                   FUNCTION TRIM(WS-M94-F-DEST) ')'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Destinatario (BIC o buzon de la empresa, '
               'sin comas): ' WITH NO ADVANCING
           MOVE SPACES TO WS-M94-DEST
           ACCEPT WS-M94-DEST
           IF WS-M94-DEST = SPACES
               DISPLAY 'ERROR: el destinatario es obligatorio'
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-M94-DEST REPLACING ALL ',' BY ' '

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING DB-ACCOUNT-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M94-DEST) DELIMITED BY SIZE
                  ',ACTIVE,' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING

           MOVE 'mt940-subscriptions.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           PERFORM PCHG-OPEN-APPEND
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE

           MOVE SPACES TO WS-MA-OLD
           MOVE 'MT940-ALTA' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'DESTINATARIO' TO WS-MA-FIELD
           MOVE WS-M94-DEST TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Suscripcion MT940 dada de alta para '
               FUNCTION TRIM(DB-ACCOUNT-ID)
           .

       M94-CANCEL.
           PERFORM ASK-ACCOUNT
           IF WS-TMP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-M94-FOUND
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'mt940-subscriptions.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'ERROR: no hay suscripciones MT940'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE

           PERFORM SET-APPEND-DATE
           MOVE 'N' TO WS-M94-EOF
           PERFORM UNTIL WS-M94-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-M94-EOF
                   NOT AT END
                       PERFORM M94-SPLIT-ROW
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       IF WS-M94-F-ACCT = DB-ACCOUNT-ID
                           AND WS-M94-F-STATE = 'ACTIVE'
                           MOVE 'Y' TO WS-M94-FOUND
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           MOVE WS-M94-F-DEST TO WS-M94-DEST
                           MOVE SPACES TO WS-PCHG-NEW-LINE
                           STRING WS-M94-F-ACCT DELIMITED BY SPACE
                                  ',' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-M94-F-DEST)
                                      DELIMITED BY SIZE
                                  ',CANCELLED,' DELIMITED BY SIZE
                                  WS-M94-F-TELLER DELIMITED BY SPACE
                                  ',' DELIMITED BY SIZE
                                  WS-M94-F-FROM DELIMITED BY SPACE
                                  ',' DELIMITED BY SIZE
                                  WS-APPEND-DATE DELIMITED BY SIZE
                               INTO WS-PCHG-NEW-LINE
                           END-STRING
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE

           IF WS-M94-FOUND = 'N'
               DISPLAY 'ERROR: la cuenta no tiene suscripcion MT940 '
                   'activa'
               EXIT PARAGRAPH
           END-IF

           MOVE 'MT940-BAJA' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'DESTINATARIO' TO WS-MA-FIELD
           MOVE WS-M94-DEST TO WS-MA-OLD
           MOVE 'CANCELLED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Suscripcion MT940 dada de baja para '
               FUNCTION TRIM(DB-ACCOUNT-ID)
           .

       M94-LIST.
           MOVE 0 TO WS-M94-COUNT
           MOVE 'mt940-subscriptions.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(sin suscripciones MT940)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           MOVE 'N' TO WS-M94-EOF
           PERFORM UNTIL WS-M94-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-M94-EOF
                   NOT AT END
                       PERFORM M94-SPLIT-ROW
                       ADD 1 TO WS-M94-COUNT
                       DISPLAY '  ' WS-M94-F-ACCT(1:12) ' '
                           WS-M94-F-STATE ' '
                           FUNCTION TRIM(WS-M94-F-DEST)
                           ' (alta ' WS-M94-F-FROM
                           ', baja ' WS-M94-F-TO ')'
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Total: ' WS-M94-COUNT
           .

      *> WS-M94-FOUND = 'Y' si DB-ACCOUNT-ID ya tiene suscripcion
      *> ACTIVE (con su destinatario en WS-M94-F-DEST)
       M94-FIND-ACTIVE.
           MOVE 'N' TO WS-M94-FOUND
           MOVE 'mt940-subscriptions.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-M94-EOF
           PERFORM UNTIL WS-M94-EOF = 'Y' OR WS-M94-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-M94-EOF
                   NOT AT END
                       PERFORM M94-SPLIT-ROW
                       IF WS-M94-F-ACCT = DB-ACCOUNT-ID
                           AND WS-M94-F-STATE = 'ACTIVE'
                           MOVE 'Y' TO WS-M94-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

       M94-SPLIT-ROW.
           MOVE SPACES TO WS-M94-F-ACCT WS-M94-F-DEST WS-M94-F-STATE
                          WS-M94-F-TELLER WS-M94-F-FROM WS-M94-F-TO
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-M94-F-ACCT WS-M94-F-DEST WS-M94-F-STATE
                    WS-M94-F-TELLER WS-M94-F-FROM WS-M94-F-TO
           END-UNSTRING
           .

      *> ============================================================
      *> CUENTAS INTERNAS: REGISTRO Y VISADO DEL CUADRE
      *> ============================================================

      *> Cada cuenta interna tiene finalidad, departamento, cajero
      *> propietario y comportamiento esperado; INTERNAL-PROOF anota
      *> cada noche las que se salen y aqui el propietario (o un
      *> supervisor) visa el descuadre
       DO-INTERNAL-MENU.
           DISPLAY ' '
           DISPLAY '===== CUENTAS INTERNAS ====='
           DISPLAY '1 - Listar registro de cuentas internas'
           DISPLAY '2 - Alta o cambio en el registro (supervisor)'
           DISPLAY '3 - Descuadres pendientes de visado'
           DISPLAY '4 - Visar un descuadre'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-IA-OPTION

           EVALUATE WS-IA-OPTION
               WHEN 1
                   PERFORM IA-LIST-REGISTER
               WHEN 2
                   PERFORM IA-MAINTAIN-REGISTER
               WHEN 3
                   PERFORM IA-LIST-BREAKS
               WHEN 4
                   PERFORM IA-SIGN-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       IA-LIST-REGISTER.
           MOVE 0 TO WS-IA-COUNT
           MOVE 'internal-accounts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(registro de cuentas internas vacio)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           MOVE 'N' TO WS-IA-EOF
           PERFORM UNTIL WS-IA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-IA-EOF
                   NOT AT END
                       IF WS-PCHG-LINE(1:7) NOT = 'account'
                           AND WS-PCHG-LINE NOT = SPACES
                           PERFORM IA-SPLIT-REGISTER-ROW
                           ADD 1 TO WS-IA-COUNT
                           DISPLAY '  ' WS-IA-R-ACCOUNT(1:12) ' '
                               WS-IA-R-BEHAVIOUR ' tol '
                               FUNCTION TRIM(WS-IA-R-TOLERANCE) ' '
                               FUNCTION TRIM(WS-IA-R-DEPT) '/'
                               FUNCTION TRIM(WS-IA-R-OWNER) ' - '
                               FUNCTION TRIM(WS-IA-R-PURPOSE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Total: ' WS-IA-COUNT
           .

      *> Alta de una cuenta interna o cambio de su entrada (la fila
      *> se sustituye entera); IB-* cubre todas las IB-
       IA-MAINTAIN-REGISTER.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: mantener el registro de cuentas '
                   'internas requiere una sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cuenta interna (o prefijo terminado en *): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IA-ACCOUNT
           ACCEPT WS-IA-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-IA-ACCOUNT) TO WS-IA-ACCOUNT
           IF WS-IA-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IA-ACCOUNT(1:7) = 'ACCOUNT'
               DISPLAY 'ERROR: nombre de cuenta no valido'
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-IA-ACCOUNT REPLACING ALL ',' BY ' '

           DISPLAY 'Finalidad: ' WITH NO ADVANCING
           MOVE SPACES TO WS-IA-PURPOSE
           ACCEPT WS-IA-PURPOSE
           INSPECT WS-IA-PURPOSE REPLACING ALL ',' BY ' '
           DISPLAY 'Departamento propietario: ' WITH NO ADVANCING
           MOVE SPACES TO WS-IA-DEPT
           ACCEPT WS-IA-DEPT
           INSPECT WS-IA-DEPT REPLACING ALL ',' BY ' '
           DISPLAY 'Cajero que visa el cuadre: ' WITH NO ADVANCING
           MOVE SPACES TO WS-IA-OWNER
           ACCEPT WS-IA-OWNER
           INSPECT WS-IA-OWNER REPLACING ALL ',' BY ' '
           IF WS-IA-PURPOSE = SPACES OR WS-IA-DEPT = SPACES
               OR WS-IA-OWNER = SPACES
               DISPLAY 'ERROR: finalidad, departamento y propietario '
                   'son obligatorios'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Comportamiento (ZERO-DAILY, ZERO-MONTHLY, OPEN): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IA-BEHAVIOUR
           ACCEPT WS-IA-BEHAVIOUR
           MOVE FUNCTION UPPER-CASE(WS-IA-BEHAVIOUR) TO WS-IA-BEHAVIOUR
           IF NOT IA-BEHAVIOUR-VALID
               DISPLAY 'ERROR: comportamiento no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Tolerancia (importe, 0 = exacto): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IA-TOL-IN
           ACCEPT WS-IA-TOL-IN
           IF WS-IA-TOL-IN = SPACES
               MOVE '0' TO WS-IA-TOL-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-IA-TOL-IN) NOT = 0
               DISPLAY 'ERROR: tolerancia no valida'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-IA-TOL-IN) < 0
               DISPLAY 'ERROR: la tolerancia no puede ser negativa'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IA-TOL-IN) TO WS-IA-TOLERANCE
           MOVE WS-IA-TOLERANCE TO WS-IA-TOL-EDIT

           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-IA-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-PURPOSE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-DEPT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IA-OWNER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IA-BEHAVIOUR DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-TOL-EDIT) DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING

      *>   Cambio: se sustituye la fila existente de la cuenta
           MOVE 'N' TO WS-IA-FOUND
           MOVE 'N' TO WS-PCHG-CHANGED
           MOVE 'internal-accounts.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS = '00'
               OPEN OUTPUT PCHG-OUT-FILE
               MOVE 'N' TO WS-IA-EOF
               PERFORM UNTIL WS-IA-EOF = 'Y'
                   READ PCHG-IN-FILE INTO WS-PCHG-LINE
                       AT END
                           MOVE 'Y' TO WS-IA-EOF
                       NOT AT END
                           PERFORM IA-SPLIT-REGISTER-ROW
                           IF WS-IA-R-ACCOUNT = WS-IA-ACCOUNT
                               MOVE 'Y' TO WS-IA-FOUND
                               MOVE 'Y' TO WS-PCHG-CHANGED
                               MOVE WS-IA-R-BEHAVIOUR TO WS-MA-OLD
                               WRITE PCHG-OUT-RECORD
                                   FROM WS-PCHG-NEW-LINE
                           ELSE
                               WRITE PCHG-OUT-RECORD
                                   FROM WS-PCHG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCHG-IN-FILE
               CLOSE PCHG-OUT-FILE
               PERFORM PCHG-REPLACE-FILE
           END-IF

           IF WS-IA-FOUND = 'N'
               MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
               OPEN EXTEND PCHG-OUT-FILE
               IF WS-PCHG-OUT-STATUS = '05'
                   OR WS-PCHG-OUT-STATUS = '35'
                   OPEN OUTPUT PCHG-OUT-FILE
                   MOVE SPACES TO WS-PCHG-LINE
                   STRING 'account,purpose,department,owner,'
                              DELIMITED BY SIZE
                          'behaviour,tolerance' DELIMITED BY SIZE
                       INTO WS-PCHG-LINE
                   END-STRING
                   WRITE PCHG-OUT-RECORD FROM WS-PCHG-LINE
               END-IF
               WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               CLOSE PCHG-OUT-FILE
               MOVE 'INTERNA-ALTA' TO WS-MA-ACTION
           ELSE
               MOVE 'INTERNA-CAMBIO' TO WS-MA-ACTION
           END-IF

           MOVE WS-IA-ACCOUNT TO WS-MA-ENTITY
           MOVE 'COMPORTAMIENTO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-NEW
           STRING WS-IA-BEHAVIOUR DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-IA-OWNER DELIMITED BY SPACE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           IF WS-IA-FOUND = 'Y'
               DISPLAY 'Registro actualizado para '
                   FUNCTION TRIM(WS-IA-ACCOUNT)
           ELSE
               DISPLAY 'Cuenta interna registrada: '
                   FUNCTION TRIM(WS-IA-ACCOUNT)
           END-IF
           .

       IA-LIST-BREAKS.
           MOVE 0 TO WS-IA-COUNT
           MOVE 'internal-breaks.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(sin descuadres de cuentas internas)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           MOVE 'N' TO WS-IA-EOF
           PERFORM UNTIL WS-IA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-IA-EOF
                   NOT AT END
                       PERFORM IA-SPLIT-BREAK-ROW
                       IF WS-IA-B-STATE = 'OPEN'
                           ADD 1 TO WS-IA-COUNT
                           DISPLAY '  ' WS-IA-B-DATE ' '
                               WS-IA-B-ACCOUNT(1:12) ' saldo '
                               FUNCTION TRIM(WS-IA-B-BALANCE) ' '
                               FUNCTION TRIM(WS-IA-B-BEHAVIOUR) ' '
                               FUNCTION TRIM(WS-IA-B-DEPT) '/'
                               FUNCTION TRIM(WS-IA-B-OWNER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Pendientes de visado: ' WS-IA-COUNT
           .

      *> Visado de un descuadre OPEN: solo el cajero propietario de
      *> la cuenta o un supervisor; queda quien, cuando y por que
       IA-SIGN-BREAK.
           DISPLAY 'Cuenta interna: ' WITH NO ADVANCING
           MOVE SPACES TO WS-IA-ACCOUNT
           ACCEPT WS-IA-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-IA-ACCOUNT) TO WS-IA-ACCOUNT
           DISPLAY 'Fecha del descuadre (AAAA-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IA-DATE
           ACCEPT WS-IA-DATE
           IF WS-IA-ACCOUNT = SPACES OR WS-IA-DATE = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Antes de pedir el comentario: existe y quien puede visarlo
           MOVE 'N' TO WS-IA-FOUND
           MOVE 'internal-breaks.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'ERROR: no hay descuadres de cuentas internas'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IA-EOF
           PERFORM UNTIL WS-IA-EOF = 'Y' OR WS-IA-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-IA-EOF
                   NOT AT END
                       PERFORM IA-SPLIT-BREAK-ROW
                       IF WS-IA-B-ACCOUNT = WS-IA-ACCOUNT
                           AND WS-IA-B-DATE = WS-IA-DATE
                           AND WS-IA-B-STATE = 'OPEN'
                           MOVE 'Y' TO WS-IA-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           IF WS-IA-FOUND = 'N'
               DISPLAY 'ERROR: no hay descuadre pendiente de '
                   FUNCTION TRIM(WS-IA-ACCOUNT) ' el ' WS-IA-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-IA-B-OWNER NOT = WS-TELLER-ID
               AND NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el descuadre lo visa su propietario ('
                   FUNCTION TRIM(WS-IA-B-OWNER) ') o un supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Saldo ' FUNCTION TRIM(WS-IA-B-BALANCE)
               ' (' FUNCTION TRIM(WS-IA-B-BEHAVIOUR) ', tolerancia '
               FUNCTION TRIM(WS-IA-B-TOLERANCE) ')'
           DISPLAY 'Explicacion del descuadre: ' WITH NO ADVANCING
           MOVE SPACES TO WS-IA-COMMENT
           ACCEPT WS-IA-COMMENT
           IF WS-IA-COMMENT = SPACES
               DISPLAY 'ERROR: el visado requiere una explicacion'
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-IA-COMMENT REPLACING ALL ',' BY ' '

           PERFORM SET-APPEND-DATE
           MOVE 'N' TO WS-IA-FOUND
           MOVE 'N' TO WS-PCHG-CHANGED
           OPEN INPUT PCHG-IN-FILE
           OPEN OUTPUT PCHG-OUT-FILE
           MOVE 'N' TO WS-IA-EOF
           PERFORM UNTIL WS-IA-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-IA-EOF
                   NOT AT END
                       PERFORM IA-SPLIT-BREAK-ROW
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       IF WS-IA-B-ACCOUNT = WS-IA-ACCOUNT
                           AND WS-IA-B-DATE = WS-IA-DATE
                           AND WS-IA-B-STATE = 'OPEN'
                           AND WS-IA-FOUND = 'N'
                           MOVE 'Y' TO WS-IA-FOUND
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           PERFORM IA-BUILD-SIGNED-ROW
                           MOVE SPACES TO WS-MA-OLD
                           STRING WS-IA-DATE DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-IA-B-BALANCE DELIMITED BY SPACE
                               INTO WS-MA-OLD
                           END-STRING
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE

           MOVE 'INTERNA-VISADO' TO WS-MA-ACTION
           MOVE WS-IA-ACCOUNT TO WS-MA-ENTITY
           MOVE 'DESCUADRE' TO WS-MA-FIELD
           MOVE WS-IA-COMMENT TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Descuadre de ' FUNCTION TRIM(WS-IA-ACCOUNT)
               ' del ' WS-IA-DATE ' visado'
           .

       IA-BUILD-SIGNED-ROW.
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-IA-B-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IA-B-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IA-B-BALANCE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IA-B-BEHAVIOUR DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IA-B-TOLERANCE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-B-DEPT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IA-B-OWNER DELIMITED BY SPACE
                  ',SIGNED,' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IA-COMMENT) DELIMITED BY SIZE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

       IA-SPLIT-REGISTER-ROW.
           MOVE SPACES TO WS-IA-R-ACCOUNT WS-IA-R-PURPOSE WS-IA-R-DEPT
                          WS-IA-R-OWNER WS-IA-R-BEHAVIOUR
                          WS-IA-R-TOLERANCE
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-IA-R-ACCOUNT WS-IA-R-PURPOSE WS-IA-R-DEPT
                    WS-IA-R-OWNER WS-IA-R-BEHAVIOUR WS-IA-R-TOLERANCE
           END-UNSTRING
           .

       IA-SPLIT-BREAK-ROW.
           MOVE SPACES TO WS-IA-B-DATE WS-IA-B-ACCOUNT WS-IA-B-BALANCE
                          WS-IA-B-BEHAVIOUR WS-IA-B-TOLERANCE
                          WS-IA-B-DEPT WS-IA-B-OWNER WS-IA-B-STATE
                          WS-IA-B-SIGNER WS-IA-B-SIGN-DATE
                          WS-IA-B-COMMENT
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-IA-B-DATE WS-IA-B-ACCOUNT WS-IA-B-BALANCE
                    WS-IA-B-BEHAVIOUR WS-IA-B-TOLERANCE WS-IA-B-DEPT
                    WS-IA-B-OWNER WS-IA-B-STATE WS-IA-B-SIGNER
                    WS-IA-B-SIGN-DATE WS-IA-B-COMMENT
           END-UNSTRING
           .

      *> ============================================================
      *> REGISTRO DE PERDIDAS OPERACIONALES
      *> ============================================================

      *> Faltantes de caja saneados, fraude en liquidaciones de
      *> tarjeta, cheques pagados por error pese a la orden de no
      *> pago y compensaciones tras una disputa quedan registrados
      *> como evento de perdida, enlazado con su apunte, expediente
      *> o linea del registro de caja
       DO-LOSS-MENU.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el registro de perdidas requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: el registro de perdidas opera sobre '
                   'el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== PERDIDAS OPERACIONALES ====='
           DISPLAY '1 - Registrar evento de perdida'
           DISPLAY '2 - Listar eventos'
           DISPLAY '3 - Anotar una recuperacion'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-OL-OPTION

           EVALUATE WS-OL-OPTION
               WHEN 1
                   PERFORM OL-REGISTER-EVENT
               WHEN 2
                   PERFORM OL-LIST-EVENTS
               WHEN 3
                   PERFORM OL-RECORD-RECOVERY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> Alta: categoria, importe, lo ya recuperado, causa raiz,
      *> enlace y cuenta interna en que la perdida esta absorbida;
      *> el neto se sanea (DEBIT a OPLOSS, CREDIT a esa cuenta)
       OL-REGISTER-EVENT.
           DISPLAY 'Categoria (FALTANTE-CAJA, FRAUDE-TARJETA, '
               'CHEQUE-NO-PAGO, COMPENSACION, OTRO): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-OL-CATEGORY
           ACCEPT WS-OL-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-OL-CATEGORY) TO WS-OL-CATEGORY
           IF NOT OL-CATEGORY-VALID
               DISPLAY 'ERROR: categoria no valida'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Importe de la perdida: ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-AMT-IN
           ACCEPT WS-OL-AMT-IN
           IF FUNCTION TEST-NUMVAL(WS-OL-AMT-IN) NOT = 0
               DISPLAY 'ERROR: importe no valido'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-OL-AMT-IN) <= 0
               DISPLAY 'ERROR: el importe debe ser positivo'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-OL-AMT-IN) TO WS-OL-AMOUNT

           DISPLAY 'Importe ya recuperado (en blanco = 0): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-OL-AMT-IN
           ACCEPT WS-OL-AMT-IN
           IF WS-OL-AMT-IN = SPACES
               MOVE '0' TO WS-OL-AMT-IN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-OL-AMT-IN) NOT = 0
               DISPLAY 'ERROR: importe no valido'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-OL-AMT-IN) < 0
               OR FUNCTION NUMVAL(WS-OL-AMT-IN) > WS-OL-AMOUNT
               DISPLAY 'ERROR: lo recuperado no puede ser negativo '
                   'ni superar la perdida'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-OL-AMT-IN) TO WS-OL-RECOVERY

           DISPLAY 'Causa raiz: ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-CAUSE
           ACCEPT WS-OL-CAUSE
           IF WS-OL-CAUSE = SPACES
               DISPLAY 'ERROR: la causa raiz es obligatoria'
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-OL-CAUSE REPLACING ALL ',' BY ' '

           DISPLAY 'Enlace (LEDGER=referencia de apunte, DISPUTA=' 
               'expediente, CAJA=linea del registro de caja): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-OL-LINK-TYPE
           ACCEPT WS-OL-LINK-TYPE
           MOVE FUNCTION UPPER-CASE(WS-OL-LINK-TYPE) TO WS-OL-LINK-TYPE
           IF NOT OL-LINK-VALID
               DISPLAY 'ERROR: tipo de enlace no valido'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Referencia, expediente o numero de linea: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-OL-LINK
           ACCEPT WS-OL-LINK
           PERFORM OL-CHECK-LINK
           IF WS-OL-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Sucursal del evento (en blanco = '
               FUNCTION TRIM(WS-BRANCH-ID) '): ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-BRANCH
           ACCEPT WS-OL-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-OL-BRANCH) TO WS-OL-BRANCH
           IF WS-OL-BRANCH = SPACES
               MOVE WS-BRANCH-ID TO WS-OL-BRANCH
           END-IF

           DISPLAY 'Cuenta interna que absorbio la perdida '
               '(en blanco = SUSPENSE): ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-CONTRA
           ACCEPT WS-OL-CONTRA
           MOVE FUNCTION UPPER-CASE(WS-OL-CONTRA) TO WS-OL-CONTRA
           IF WS-OL-CONTRA = SPACES
               MOVE 'SUSPENSE' TO WS-OL-CONTRA
           END-IF
           IF NOT OL-CONTRA-VALID
               DISPLAY 'ERROR: la contrapartida ha de ser una cuenta '
                   'interna del banco'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OL-NET = WS-OL-AMOUNT - WS-OL-RECOVERY
           MOVE WS-OL-AMOUNT TO WS-OL-AMT-EDIT
           MOVE WS-OL-NET TO WS-OL-REC-EDIT
           DISPLAY 'Perdida ' FUNCTION TRIM(WS-OL-AMT-EDIT)
               ', a sanear ' FUNCTION TRIM(WS-OL-REC-EDIT)
               ' contra ' FUNCTION TRIM(WS-OL-CONTRA)
           DISPLAY 'Confirmar (S/N)? ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-CONFIRM
           ACCEPT WS-OL-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-OL-CONFIRM) TO WS-OL-CONFIRM
           IF WS-OL-CONFIRM NOT = 'S'
               DISPLAY 'Registro cancelado'
               EXIT PARAGRAPH
           END-IF

      *>   Numero correlativo: el mayor del registro mas uno
           MOVE 0 TO WS-OL-NUMBER
           MOVE 'loss-events.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS = '00'
               MOVE 'N' TO WS-OL-EOF
               PERFORM UNTIL WS-OL-EOF = 'Y'
                   READ PCHG-IN-FILE INTO WS-PCHG-LINE
                       AT END
                           MOVE 'Y' TO WS-OL-EOF
                       NOT AT END
                           IF WS-PCHG-LINE(1:4) = 'LOS-'
                               AND WS-PCHG-LINE(5:6) IS NUMERIC
                               MOVE WS-PCHG-LINE(5:6)
                                   TO WS-OL-ROW-NUMBER
                               IF WS-OL-ROW-NUMBER > WS-OL-NUMBER
                                   MOVE WS-OL-ROW-NUMBER
                                       TO WS-OL-NUMBER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCHG-IN-FILE
           END-IF
           ADD 1 TO WS-OL-NUMBER
           MOVE SPACES TO WS-OL-ID
           STRING 'LOS-' WS-OL-NUMBER DELIMITED BY SIZE
               INTO WS-OL-ID
           END-STRING

           MOVE SPACES TO WS-OL-REF
           IF WS-OL-NET > 0
               MOVE WS-OL-NET TO WS-TMP-AMOUNT
               MOVE WS-OL-LOSS-ACCOUNT TO WS-DFT-CONTRA-ACCT
               MOVE 'DEBIT' TO WS-DFT-CONTRA-SIDE
               MOVE 'PERDIDA' TO WS-DFT-CONTRA-CAT
               MOVE WS-OL-ID TO WS-DFT-AUX
               PERFORM DFT-APPEND-CONTRA
               MOVE WS-TX-REF TO WS-OL-REF
               MOVE WS-OL-NET TO WS-TMP-AMOUNT
               MOVE WS-OL-CONTRA TO WS-DFT-CONTRA-ACCT
               MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
               PERFORM DFT-APPEND-CONTRA
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE WS-OL-AMOUNT TO WS-OL-AMT-EDIT
           MOVE WS-OL-RECOVERY TO WS-OL-REC-EDIT
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-OL-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-OL-CATEGORY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-AMT-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-REC-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-CAUSE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-OL-LINK-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-LINK DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-CONTRA DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-REF DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING

           MOVE 'loss-events.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
               MOVE SPACES TO WS-PCHG-LINE
               STRING 'id,date,category,branch,amount,recovered,'
                          DELIMITED BY SIZE
                      'cause,link_type,link,contra,teller,ref'
                          DELIMITED BY SIZE
                   INTO WS-PCHG-LINE
               END-STRING
               WRITE PCHG-OUT-RECORD FROM WS-PCHG-LINE
           END-IF
           WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
           CLOSE PCHG-OUT-FILE

           MOVE 'PERDIDA-ALTA' TO WS-MA-ACTION
           MOVE WS-OL-ID TO WS-MA-ENTITY
           MOVE 'IMPORTE' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE FUNCTION TRIM(WS-OL-AMT-EDIT) TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Evento ' FUNCTION TRIM(WS-OL-ID) ' registrado'
           IF WS-OL-REF NOT = SPACES
               DISPLAY 'Saneamiento asentado en '
                   FUNCTION TRIM(WS-OL-LOSS-ACCOUNT) ': '
                   FUNCTION TRIM(WS-OL-REF)
           END-IF
           .

      *> El enlace ha de existir: la referencia en el ledger vivo,
      *> el expediente en disputes.csv o la linea en till-log.csv
       OL-CHECK-LINK.
           MOVE 'N' TO WS-OL-FOUND
           IF WS-OL-LINK = SPACES
               DISPLAY 'ERROR: el enlace es obligatorio'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-OL-LINK-TYPE
               WHEN 'LEDGER'
                   MOVE 'transactions.csv' TO WS-PCHG-FILE-NAME
               WHEN 'DISPUTA'
                   MOVE 'disputes.csv' TO WS-PCHG-FILE-NAME
               WHEN OTHER
                   IF FUNCTION TEST-NUMVAL(WS-OL-LINK) NOT = 0
                       DISPLAY 'ERROR: numero de linea no valido'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-OL-LINK) TO WS-OL-LINE-NO
                   MOVE 'till-log.csv' TO WS-PCHG-FILE-NAME
           END-EVALUATE
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'ERROR: no existe '
                   FUNCTION TRIM(WS-PCHG-FILE-NAME)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OL-COUNT
           MOVE 'N' TO WS-OL-EOF
           PERFORM UNTIL WS-OL-EOF = 'Y' OR WS-OL-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-OL-EOF
                   NOT AT END
                       ADD 1 TO WS-OL-COUNT
                       MOVE SPACES TO WS-OL-L-SKIP WS-OL-L-REF
                       EVALUATE WS-OL-LINK-TYPE
                           WHEN 'LEDGER'
                               UNSTRING WS-PCHG-LINE DELIMITED BY ','
                                   INTO WS-OL-L-SKIP WS-OL-L-SKIP
                                        WS-OL-L-SKIP WS-OL-L-SKIP
                                        WS-OL-L-SKIP WS-OL-L-REF
                               END-UNSTRING
                               IF WS-OL-L-REF = WS-OL-LINK
                                   MOVE 'Y' TO WS-OL-FOUND
                               END-IF
                           WHEN 'DISPUTA'
                               UNSTRING WS-PCHG-LINE DELIMITED BY ','
                                   INTO WS-OL-L-REF
                               END-UNSTRING
                               IF WS-OL-L-REF = WS-OL-LINK
                                   MOVE 'Y' TO WS-OL-FOUND
                               END-IF
                           WHEN OTHER
                               IF WS-OL-COUNT = WS-OL-LINE-NO
                                   MOVE 'Y' TO WS-OL-FOUND
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           IF WS-OL-FOUND = 'N'
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-OL-LINK)
                   ' no figura en ' FUNCTION TRIM(WS-PCHG-FILE-NAME)
           ELSE
               DISPLAY '  ' FUNCTION TRIM(WS-PCHG-LINE)
           END-IF
           .

       OL-LIST-EVENTS.
           MOVE 0 TO WS-OL-COUNT
           MOVE 'loss-events.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(sin eventos de perdida registrados)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           MOVE 'N' TO WS-OL-EOF
           PERFORM UNTIL WS-OL-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-OL-EOF
                   NOT AT END
                       IF WS-PCHG-LINE(1:4) = 'LOS-'
                           PERFORM OL-SPLIT-ROW
                           ADD 1 TO WS-OL-COUNT
                           DISPLAY '  ' WS-OL-R-ID ' ' WS-OL-R-DATE
                               ' ' WS-OL-R-CATEGORY(1:14) ' '
                               FUNCTION TRIM(WS-OL-R-BRANCH) ' '
                               FUNCTION TRIM(WS-OL-R-AMOUNT) ' rec '
                               FUNCTION TRIM(WS-OL-R-RECOVERY) ' '
                               FUNCTION TRIM(WS-OL-R-LINK-TYPE) ':'
                               FUNCTION TRIM(WS-OL-R-LINK)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Total: ' WS-OL-COUNT
           .

      *> Recuperacion posterior (seguro, retrocesion de tarjeta,
      *> cobro al responsable): se suma a lo recuperado del evento y
      *> revierte ese importe del gasto (CREDIT a OPLOSS, DEBIT a la
      *> contrapartida del evento)
       OL-RECORD-RECOVERY.
           DISPLAY 'Numero de evento (LOS-...): ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-ID
           ACCEPT WS-OL-ID
           MOVE FUNCTION UPPER-CASE(WS-OL-ID) TO WS-OL-ID

           MOVE 'N' TO WS-OL-FOUND
           MOVE 'loss-events.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS = '00'
               MOVE 'N' TO WS-OL-EOF
               PERFORM UNTIL WS-OL-EOF = 'Y' OR WS-OL-FOUND = 'Y'
                   READ PCHG-IN-FILE INTO WS-PCHG-LINE
                       AT END
                           MOVE 'Y' TO WS-OL-EOF
                       NOT AT END
                           PERFORM OL-SPLIT-ROW
                           IF WS-OL-R-ID = WS-OL-ID
                               MOVE 'Y' TO WS-OL-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCHG-IN-FILE
           END-IF
           IF WS-OL-FOUND = 'N'
               DISPLAY 'ERROR: evento no encontrado'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-OL-R-AMOUNT) TO WS-OL-AMOUNT
           MOVE FUNCTION NUMVAL(WS-OL-R-RECOVERY) TO WS-OL-RECOVERY
           COMPUTE WS-OL-NET = WS-OL-AMOUNT - WS-OL-RECOVERY
           MOVE WS-OL-NET TO WS-OL-AMT-EDIT
           DISPLAY 'Pendiente de recuperar: '
               FUNCTION TRIM(WS-OL-AMT-EDIT)
           IF WS-OL-NET = 0
               DISPLAY 'ERROR: el evento ya esta recuperado del todo'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Importe recuperado ahora: ' WITH NO ADVANCING
           MOVE SPACES TO WS-OL-AMT-IN
           ACCEPT WS-OL-AMT-IN
           IF FUNCTION TEST-NUMVAL(WS-OL-AMT-IN) NOT = 0
               DISPLAY 'ERROR: importe no valido'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-OL-AMT-IN) <= 0
               OR FUNCTION NUMVAL(WS-OL-AMT-IN) > WS-OL-NET
               DISPLAY 'ERROR: el importe ha de ser positivo y no '
                   'superar lo pendiente'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OL-R-RECOVERY TO WS-MA-OLD
           MOVE FUNCTION NUMVAL(WS-OL-AMT-IN) TO WS-TMP-AMOUNT
           ADD WS-TMP-AMOUNT TO WS-OL-RECOVERY
           MOVE WS-OL-LOSS-ACCOUNT TO WS-DFT-CONTRA-ACCT
           MOVE 'CREDIT' TO WS-DFT-CONTRA-SIDE
           MOVE 'PERDIDA' TO WS-DFT-CONTRA-CAT
           MOVE WS-OL-ID TO WS-DFT-AUX
           PERFORM DFT-APPEND-CONTRA
           MOVE FUNCTION NUMVAL(WS-OL-AMT-IN) TO WS-TMP-AMOUNT
           MOVE WS-OL-R-CONTRA TO WS-DFT-CONTRA-ACCT
           MOVE 'DEBIT' TO WS-DFT-CONTRA-SIDE
           PERFORM DFT-APPEND-CONTRA

      *>   La fila del evento se reescribe con lo recuperado
           MOVE WS-OL-RECOVERY TO WS-OL-REC-EDIT
           MOVE 'loss-events.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE 'N' TO WS-PCHG-CHANGED
           OPEN INPUT PCHG-IN-FILE
           OPEN OUTPUT PCHG-OUT-FILE
           MOVE 'N' TO WS-OL-EOF
           PERFORM UNTIL WS-OL-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-OL-EOF
                   NOT AT END
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       PERFORM OL-SPLIT-ROW
                       IF WS-OL-R-ID = WS-OL-ID
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           PERFORM OL-BUILD-ROW
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE

           MOVE 'PERDIDA-RECUP' TO WS-MA-ACTION
           MOVE WS-OL-ID TO WS-MA-ENTITY
           MOVE 'RECUPERADO' TO WS-MA-FIELD
           MOVE FUNCTION TRIM(WS-OL-REC-EDIT) TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Recuperado del evento ' FUNCTION TRIM(WS-OL-ID)
               ': ' FUNCTION TRIM(WS-OL-REC-EDIT)
           .

       OL-BUILD-ROW.
           MOVE SPACES TO WS-PCHG-NEW-LINE
           STRING WS-OL-R-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-CATEGORY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-AMOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-REC-EDIT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OL-R-CAUSE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-LINK-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-LINK DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-CONTRA DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-TELLER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-OL-R-REF DELIMITED BY SPACE
               INTO WS-PCHG-NEW-LINE
           END-STRING
           .

       OL-SPLIT-ROW.
           MOVE SPACES TO WS-OL-R-ID WS-OL-R-DATE WS-OL-R-CATEGORY
                          WS-OL-R-BRANCH WS-OL-R-AMOUNT
                          WS-OL-R-RECOVERY WS-OL-R-CAUSE
                          WS-OL-R-LINK-TYPE WS-OL-R-LINK
                          WS-OL-R-CONTRA WS-OL-R-TELLER WS-OL-R-REF
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-OL-R-ID WS-OL-R-DATE WS-OL-R-CATEGORY
                    WS-OL-R-BRANCH WS-OL-R-AMOUNT WS-OL-R-RECOVERY
                    WS-OL-R-CAUSE WS-OL-R-LINK-TYPE WS-OL-R-LINK
                    WS-OL-R-CONTRA WS-OL-R-TELLER WS-OL-R-REF
           END-UNSTRING
           .

      *> ============================================================
      *> GESTORES DE RELACION
      *> ============================================================

      *> Maestro de gestores y asignacion gestor-cliente; todo cambio
      *> queda en la cola maker-checker (opcion 30 del menu
      *> principal) hasta que otro supervisor lo aplique
       DO-RMGR-MENU.
           DISPLAY ' '
           DISPLAY '===== GESTORES DE RELACION ====='
           DISPLAY '1 - Alta de gestor (supervisor)'
           DISPLAY '2 - Baja de gestor (supervisor)'
           DISPLAY '3 - Asignar o quitar el gestor de un cliente'
           DISPLAY '4 - Listar gestores y su cartera'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-RMG-OPTION

           EVALUATE WS-RMG-OPTION
               WHEN 1
                   PERFORM RMG-ADD-MANAGER
               WHEN 2
                   PERFORM RMG-DEACTIVATE-MANAGER
               WHEN 3
                   PERFORM RMG-ASSIGN-CUSTOMER
               WHEN 4
                   PERFORM RMG-LIST-MANAGERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       RMG-ADD-MANAGER.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el maestro de gestores requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Identificador del gestor (ej. RM01): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-ID
           ACCEPT WS-RMG-ID
           MOVE FUNCTION UPPER-CASE(WS-RMG-ID) TO WS-RMG-ID
           IF WS-RMG-ID = SPACES
               DISPLAY 'ERROR: identificador obligatorio'
               EXIT PARAGRAPH
           END-IF
           PERFORM RMG-FIND-MANAGER
           IF WS-RMG-FOUND = 'Y'
               DISPLAY 'ERROR: el gestor ya existe'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nombre: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-NAME
           ACCEPT WS-RMG-NAME
           IF WS-RMG-NAME = SPACES
               DISPLAY 'ERROR: nombre obligatorio'
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-RMG-NAME REPLACING ALL ',' BY ' '
           INSPECT WS-RMG-NAME REPLACING ALL '|' BY ' '
           DISPLAY 'Sucursal (en blanco = '
               FUNCTION TRIM(WS-BRANCH-ID) '): ' WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-BRANCH
           ACCEPT WS-RMG-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-RMG-BRANCH) TO WS-RMG-BRANCH
           IF WS-RMG-BRANCH = SPACES
               MOVE WS-BRANCH-ID TO WS-RMG-BRANCH
           END-IF
           DISPLAY 'Email para la copia de avisos: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-EMAIL
           ACCEPT WS-RMG-EMAIL
           INSPECT WS-RMG-EMAIL REPLACING ALL ',' BY ' '
           INSPECT WS-RMG-EMAIL REPLACING ALL '|' BY ' '

           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           STRING WS-RMG-ID            DELIMITED BY SPACE
                  '|'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RMG-NAME)
                                       DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-RMG-BRANCH        DELIMITED BY SPACE
                  '|'                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RMG-EMAIL)
                                       DELIMITED BY SIZE
                  '|ACTIVE'            DELIMITED BY SIZE
               INTO WS-CHG-PAYLOAD-IN
           END-STRING
           MOVE 'RM-ADD' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo OTRO supervisor (opcion 30)'
           .

       RMG-DEACTIVATE-MANAGER.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el maestro de gestores requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gestor a dar de baja: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-ID
           ACCEPT WS-RMG-ID
           MOVE FUNCTION UPPER-CASE(WS-RMG-ID) TO WS-RMG-ID
           PERFORM RMG-FIND-MANAGER
           IF WS-RMG-ACTIVE NOT = 'Y'
               DISPLAY 'ERROR: gestor inexistente o ya de baja'
               EXIT PARAGRAPH
           END-IF

      *>   Los clientes que siguen a su cargo quedan sin copia de
      *>   avisos hasta que se les asigne otro gestor
           MOVE 0 TO WS-RMG-CUSTOMERS
           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               IF CUST-RM(IX-CUST) = WS-RMG-ID
                   ADD 1 TO WS-RMG-CUSTOMERS
               END-IF
           END-PERFORM
           IF WS-RMG-CUSTOMERS > 0
               DISPLAY 'AVISO: el gestor tiene ' WS-RMG-CUSTOMERS
                   ' clientes asignados; reasignelos'
           END-IF

           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           STRING WS-RMG-ID            DELIMITED BY SPACE
                  '|INACTIVE'          DELIMITED BY SIZE
               INTO WS-CHG-PAYLOAD-IN
           END-STRING
           MOVE 'RM-STATUS' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo OTRO supervisor (opcion 30)'
           .

      *> La peticion la puede hacer cualquier sesion; la aplica un
      *> supervisor distinto desde la cola
       RMG-ASSIGN-CUSTOMER.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           IF CUST-RM(WS-CUST-INDEX) = SPACES
               DISPLAY 'Gestor actual: (ninguno)'
           ELSE
               DISPLAY 'Gestor actual: ' CUST-RM(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Nuevo gestor (en blanco = quitar): '
               WITH NO ADVANCING
           MOVE SPACES TO WS-RMG-ID
           ACCEPT WS-RMG-ID
           MOVE FUNCTION UPPER-CASE(WS-RMG-ID) TO WS-RMG-ID
           IF WS-RMG-ID = CUST-RM(WS-CUST-INDEX)
               DISPLAY 'Sin cambios'
               EXIT PARAGRAPH
           END-IF
           IF WS-RMG-ID NOT = SPACES
               PERFORM RMG-FIND-MANAGER
               IF WS-RMG-ACTIVE NOT = 'Y'
                   DISPLAY 'ERROR: gestor inexistente o de baja'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'Gestor: ' FUNCTION TRIM(WS-RMG-R-NAME)
                   ' (' FUNCTION TRIM(WS-RMG-R-BRANCH) ')'
           END-IF

           MOVE SPACES TO WS-CHG-PAYLOAD-IN
           IF WS-RMG-ID = SPACES
               STRING CUST-ID(WS-CUST-INDEX) DELIMITED BY SPACE
                      '|-'                   DELIMITED BY SIZE
                   INTO WS-CHG-PAYLOAD-IN
               END-STRING
           ELSE
               STRING CUST-ID(WS-CUST-INDEX) DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      WS-RMG-ID              DELIMITED BY SPACE
                   INTO WS-CHG-PAYLOAD-IN
               END-STRING
           END-IF
           MOVE 'CUST-RM' TO WS-CHG-TYPE-IN
           PERFORM QUEUE-PENDING-CHANGE

           DISPLAY 'Cambio ' WS-CHG-ROW-ID ' encolado: debe '
               'aplicarlo un supervisor (opcion 30)'
           .

       RMG-LIST-MANAGERS.
           MOVE 0 TO WS-RMG-COUNT
           MOVE 'relationship-managers.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY '(sin gestores dados de alta)'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           MOVE 'N' TO WS-RMG-EOF
           PERFORM UNTIL WS-RMG-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RMG-EOF
                   NOT AT END
                       PERFORM RMG-SPLIT-ROW
                       IF WS-RMG-R-ID NOT = SPACES
                           ADD 1 TO WS-RMG-COUNT
                           MOVE 0 TO WS-RMG-CUSTOMERS
                           PERFORM VARYING IX-CUST FROM 1 BY 1
                               UNTIL IX-CUST > WS-CUST-COUNT
                               IF CUST-RM(IX-CUST) = WS-RMG-R-ID
                                   ADD 1 TO WS-RMG-CUSTOMERS
                               END-IF
                           END-PERFORM
                           DISPLAY '  ' WS-RMG-R-ID ' '
                               WS-RMG-R-NAME(1:30) ' '
                               WS-RMG-R-BRANCH ' '
                               WS-RMG-R-STATUS(1:8) ' clientes: '
                               WS-RMG-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE

           DISPLAY 'Total gestores: ' WS-RMG-COUNT
           .

      *> Busca WS-RMG-ID en el maestro; WS-RMG-ACTIVE dice si esta
      *> de alta y WS-RMG-R-* quedan con su fila
       RMG-FIND-MANAGER.
           MOVE 'N' TO WS-RMG-FOUND
           MOVE 'N' TO WS-RMG-ACTIVE
           MOVE 'relationship-managers.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RMG-EOF
           PERFORM UNTIL WS-RMG-EOF = 'Y' OR WS-RMG-FOUND = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RMG-EOF
                   NOT AT END
                       PERFORM RMG-SPLIT-ROW
                       IF WS-RMG-R-ID = WS-RMG-ID
                           MOVE 'Y' TO WS-RMG-FOUND
                           IF WS-RMG-R-STATUS = 'ACTIVE'
                               MOVE 'Y' TO WS-RMG-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           .

       RMG-SPLIT-ROW.
           MOVE SPACES TO WS-RMG-R-ID WS-RMG-R-NAME WS-RMG-R-BRANCH
                          WS-RMG-R-EMAIL WS-RMG-R-STATUS
           UNSTRING WS-PCHG-LINE DELIMITED BY ','
               INTO WS-RMG-R-ID WS-RMG-R-NAME WS-RMG-R-BRANCH
                    WS-RMG-R-EMAIL WS-RMG-R-STATUS
           END-UNSTRING
           IF WS-RMG-R-STATUS = SPACES
               MOVE 'ACTIVE' TO WS-RMG-R-STATUS
           END-IF
           .

      *> Cola maker-checker: alta de gestor (fila nueva del maestro)
       APPLY-RM-ADD.
           MOVE WS-CHG-APPLY-LINE TO WS-PCHG-LINE
           PERFORM RMG-SPLIT-ROW
           MOVE WS-RMG-R-ID TO WS-RMG-ID
           PERFORM RMG-FIND-MANAGER
           IF WS-RMG-FOUND = 'Y'
               DISPLAY 'AVISO: el gestor ' FUNCTION TRIM(WS-RMG-ID)
                   ' ya existe; no se da de alta otra vez'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PCHG-IN-PATH TO WS-PCHG-OUT-PATH
           OPEN EXTEND PCHG-OUT-FILE
           IF WS-PCHG-OUT-STATUS = '05' OR WS-PCHG-OUT-STATUS = '35'
               OPEN OUTPUT PCHG-OUT-FILE
           END-IF
           WRITE PCHG-OUT-RECORD FROM WS-CHG-APPLY-LINE
           CLOSE PCHG-OUT-FILE

           MOVE 'GESTOR-ALTA' TO WS-MA-ACTION
           MOVE WS-RMG-ID TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE 'ACTIVE' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Cola maker-checker: cambio de estado de un gestor
       APPLY-RM-STATUS.
           MOVE SPACES TO WS-RMG-ID WS-MA-NEW
           UNSTRING WS-CHG-ROW-PAYLOAD DELIMITED BY '|'
               INTO WS-RMG-ID WS-MA-NEW
           END-UNSTRING

           MOVE 'relationship-managers.csv' TO WS-PCHG-FILE-NAME
           PERFORM PCHG-SET-PATHS
           MOVE 'N' TO WS-PCHG-CHANGED
           OPEN INPUT PCHG-IN-FILE
           IF WS-PCHG-IN-STATUS NOT = '00'
               DISPLAY 'AVISO: no existe el maestro de gestores'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PCHG-OUT-FILE
           MOVE 'N' TO WS-RMG-EOF
           PERFORM UNTIL WS-RMG-EOF = 'Y'
               READ PCHG-IN-FILE INTO WS-PCHG-LINE
                   AT END
                       MOVE 'Y' TO WS-RMG-EOF
                   NOT AT END
                       MOVE WS-PCHG-LINE TO WS-PCHG-NEW-LINE
                       PERFORM RMG-SPLIT-ROW
                       IF WS-RMG-R-ID = WS-RMG-ID
                           MOVE 'Y' TO WS-PCHG-CHANGED
                           MOVE WS-RMG-R-STATUS TO WS-MA-OLD
                           MOVE SPACES TO WS-PCHG-NEW-LINE
                           STRING WS-RMG-R-ID DELIMITED BY SPACE
                                  ',' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-RMG-R-NAME)
                                      DELIMITED BY SIZE
                                  ',' DELIMITED BY SIZE
                                  WS-RMG-R-BRANCH DELIMITED BY SPACE
                                  ',' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-RMG-R-EMAIL)
                                      DELIMITED BY SIZE
                                  ',' DELIMITED BY SIZE
                                  WS-MA-NEW DELIMITED BY SPACE
                               INTO WS-PCHG-NEW-LINE
                           END-STRING
                       END-IF
                       WRITE PCHG-OUT-RECORD FROM WS-PCHG-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE PCHG-IN-FILE
           CLOSE PCHG-OUT-FILE
           PERFORM PCHG-REPLACE-FILE

           IF WS-PCHG-CHANGED = 'Y'
               MOVE 'GESTOR-ESTADO' TO WS-MA-ACTION
               MOVE WS-RMG-ID TO WS-MA-ENTITY
               MOVE 'ESTADO' TO WS-MA-FIELD
               PERFORM APPEND-MAINT-AUDIT
           ELSE
               DISPLAY 'AVISO: gestor ' FUNCTION TRIM(WS-RMG-ID)
                   ' no encontrado'
           END-IF
           .

      *> Cola maker-checker: gestor del cliente (- = sin gestor)
       APPLY-CUSTOMER-RM.
           MOVE SPACES TO WS-RMG-CUST-ID WS-RMG-ID
           UNSTRING WS-CHG-ROW-PAYLOAD DELIMITED BY '|'
               INTO WS-RMG-CUST-ID WS-RMG-ID
           END-UNSTRING
           IF WS-RMG-ID = '-'
               MOVE SPACES TO WS-RMG-ID
           END-IF

           MOVE WS-RMG-CUST-ID TO WS-TMP-CUST-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'AVISO: cliente ' FUNCTION TRIM(WS-RMG-CUST-ID)
                   ' no encontrado'
               EXIT PARAGRAPH
           END-IF

           MOVE 'CLIENTE-GESTOR' TO WS-MA-ACTION
           MOVE WS-RMG-CUST-ID TO WS-MA-ENTITY
           MOVE 'GESTOR' TO WS-MA-FIELD
           MOVE CUST-RM(WS-CUST-INDEX) TO WS-MA-OLD
           MOVE WS-RMG-ID TO WS-MA-NEW
           MOVE WS-RMG-ID TO CUST-RM(WS-CUST-INDEX)
           PERFORM CIF-REWRITE-CUSTOMERS
           PERFORM APPEND-MAINT-AUDIT
           .

      *> ============================================================
      *> LIBERACION DE FONDOS EN SUSPENSO
      *> ============================================================

      *> Paga fondos de la cuenta puente a la nueva cuenta del
      *> cliente o los pasa al registro de abandono (escheat); en
      *> ambos casos el movimiento queda en transactions.csv como
      *> una fila TRANSFER normal con su referencia
       DO-SUSPENSE-RELEASE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: liberar fondos en suspenso requiere '
                   'una sesion de supervisor (MINIBANK_ROLE='
                   'SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: la liberacion de suspenso opera '
                   'sobre el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUSPENSE-ACCOUNT-ID TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'No hay fondos en suspenso'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-INDEX TO WS-SUSP-INDEX
           MOVE ACC-BALANCE(WS-SUSP-INDEX) TO WS-SUSP-BAL-EDIT
           DISPLAY 'Saldo en suspenso: ' WS-SUSP-BAL-EDIT

           IF ACC-BALANCE(WS-SUSP-INDEX) <= 0
               DISPLAY 'No hay saldo que liberar'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Accion (L=liberar a cuenta, E=abandono): '
               WITH NO ADVANCING
           ACCEPT WS-SUSP-ACTION

           PERFORM ASK-AMOUNT

           IF WS-TMP-AMOUNT <= 0
               OR WS-TMP-AMOUNT > ACC-BALANCE(WS-SUSP-INDEX)
               DISPLAY 'ERROR: importe fuera del saldo en suspenso'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUSP-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM RELEASE-SUSPENSE-TO-ACCOUNT
               WHEN 'E'
               WHEN 'e'
                   PERFORM RELEASE-SUSPENSE-TO-ESCHEAT
               WHEN OTHER
                   DISPLAY 'Accion no valida'
           END-EVALUATE
           .

       RELEASE-SUSPENSE-TO-ACCOUNT.
           DISPLAY 'Cuenta destino del cliente: ' WITH NO ADVANCING
           ACCEPT WS-SUSP-DEST
           MOVE WS-SUSP-DEST TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta destino no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta destino no esta abierta'
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-TMP-AMOUNT
               FROM ACC-BALANCE(WS-SUSP-INDEX)
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
           PERFORM APPEND-SUSPENSE-TRANSFER-CSV

           DISPLAY 'Fondos liberados a ' WS-SUSP-DEST
           .

      *> El abandono mueve los fondos a la cuenta contable ESCHEAT
      *> y deja ademas un registro propio en escheatment.csv
       RELEASE-SUSPENSE-TO-ESCHEAT.
           MOVE WS-ESCHEAT-ACCOUNT-ID TO WS-SUSP-DEST
           MOVE WS-ESCHEAT-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-OR-CREATE-ACCOUNT
           MOVE WS-LOOKUP-INDEX TO WS-ACC-INDEX

           SUBTRACT WS-TMP-AMOUNT
               FROM ACC-BALANCE(WS-SUSP-INDEX)
           ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-ACC-INDEX)
           PERFORM APPEND-SUSPENSE-TRANSFER-CSV

           MOVE SPACES TO WS-ESCHEAT-LINE
           STRING WS-APPEND-DATE DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','            DELIMITED BY SIZE
                  WS-TX-REF      DELIMITED BY SPACE
               INTO WS-ESCHEAT-LINE
           END-STRING

           OPEN EXTEND ESCHEAT-FILE
           IF WS-ESCHEAT-FILE-STATUS = '05'
               OR WS-ESCHEAT-FILE-STATUS = '35'
               OPEN OUTPUT ESCHEAT-FILE
           END-IF
           WRITE ESCHEAT-RECORD FROM WS-ESCHEAT-LINE
           CLOSE ESCHEAT-FILE

           DISPLAY 'Fondos pasados al registro de abandono'
           .

      *> Fila TRANSFER desde la cuenta puente hacia WS-SUSP-DEST
       APPEND-SUSPENSE-TRANSFER-CSV.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-APPEND-LINE

           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUSPENSE-ACCOUNT-ID DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'TRANSFER'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SUSP-DEST         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',SUSPENSO'          DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ============================================================
      *> CONGELACION DE CUENTAS (FREEZE/UNFREEZE)
      *> ============================================================

      *> Pone o quita el estado FROZEN de una cuenta por orden de un
      *> supervisor, siempre con un codigo de motivo (JUDICIAL,
      *> FRAUDE o FALLECIDO); la accion queda persistida en
      *> frozen-accounts.csv para sobrevivir al reinicio
       DO-FREEZE-UNFREEZE.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: congelar o descongelar requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT

           DISPLAY 'Accion (C=congelar, D=descongelar): '
               WITH NO ADVANCING
           ACCEPT WS-FREEZE-ACTION-IN

           EVALUATE WS-FREEZE-ACTION-IN
               WHEN 'C'
               WHEN 'c'
                   PERFORM DO-FREEZE-ACCOUNT
               WHEN 'D'
               WHEN 'd'
                   PERFORM DO-UNFREEZE-ACCOUNT
               WHEN OTHER
                   DISPLAY 'Accion no valida'
           END-EVALUATE
           .

       DO-FREEZE-ACCOUNT.
           DISPLAY 'Motivo (JUDICIAL/FRAUDE/FALLECIDO): '
               WITH NO ADVANCING
           ACCEPT WS-FREEZE-REASON-IN

           IF NOT FREEZE-REASON-VALID
               DISPLAY 'ERROR: el motivo debe ser JUDICIAL, FRAUDE '
                   'o FALLECIDO'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM FREEZE-ACCOUNT-CSV
               WHEN 'DB2'
                   MOVE 'FREEZE  ' TO DB-FUNC
                   MOVE WS-FREEZE-REASON-IN TO DB-FREEZE-REASON
                   MOVE 0 TO DB-STATUS
                   MOVE SPACES TO DB-MESSAGE
                   CALL WS-MOD-DB-NAME USING DB-REQUEST
                   IF DB-OK
                       DISPLAY 'Cuenta congelada: ' DB-ACCOUNT-ID
                   ELSE
                       DISPLAY 'ERROR: ' DB-MESSAGE
                   END-IF
           END-EVALUATE
           .

       DO-UNFREEZE-ACCOUNT.
           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM UNFREEZE-ACCOUNT-CSV
               WHEN 'DB2'
                   MOVE 'UNFREEZE' TO DB-FUNC
                   MOVE SPACES TO DB-FREEZE-REASON
                   MOVE 0 TO DB-STATUS
                   MOVE SPACES TO DB-MESSAGE
                   CALL WS-MOD-DB-NAME USING DB-REQUEST
                   IF DB-OK
                       DISPLAY 'Cuenta descongelada: ' DB-ACCOUNT-ID
                   ELSE
                       DISPLAY 'ERROR: ' DB-MESSAGE
                   END-IF
           END-EVALUATE
           .

       FREEZE-ACCOUNT-CSV.
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta esta cerrada'
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-FROZEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta ya esta congelada'
               EXIT PARAGRAPH
           END-IF

           MOVE 'FROZEN' TO ACC-STATUS(WS-ACC-INDEX)

           PERFORM SET-APPEND-DATE

           MOVE SPACES TO WS-FROZEN-LINE
           STRING ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-FREEZE-REASON-IN  DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-FROZEN-LINE
           END-STRING

           OPEN EXTEND FROZEN-ACCOUNTS-FILE
           IF WS-FROZEN-FILE-STATUS = '05'
               OR WS-FROZEN-FILE-STATUS = '35'
               OPEN OUTPUT FROZEN-ACCOUNTS-FILE
           END-IF
           WRITE FROZEN-ACCOUNTS-RECORD FROM WS-FROZEN-LINE
           CLOSE FROZEN-ACCOUNTS-FILE

           MOVE 'CONGELACION' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'OPEN' TO WS-MA-OLD
           MOVE WS-FREEZE-REASON-IN TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cuenta congelada: ' DB-ACCOUNT-ID
               ' (motivo ' WS-FREEZE-REASON-IN ')'
           .

      *> Quita la cuenta de frozen-accounts.csv reescribiendo el
      *> fichero, igual que la reactivacion de cuentas inactivas
       UNFREEZE-ACCOUNT-CSV.
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-ACC-FOUND = 'N'
               DISPLAY 'ERROR: cuenta no encontrada'
               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-FROZEN(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta congelada'
               EXIT PARAGRAPH
           END-IF

           MOVE 'OPEN' TO ACC-STATUS(WS-ACC-INDEX)

           OPEN INPUT FROZEN-ACCOUNTS-FILE
           IF WS-FROZEN-FILE-STATUS = '00'
               OPEN OUTPUT FROZEN-NEW-FILE
               PERFORM UNTIL WS-FROZEN-FILE-STATUS NOT = '00'
                   READ FROZEN-ACCOUNTS-FILE INTO WS-FROZEN-LINE
                   IF WS-FROZEN-FILE-STATUS = '00'
                       UNSTRING WS-FROZEN-LINE DELIMITED BY ','
                           INTO WS-FROZEN-ID WS-FROZEN-REASON
                                WS-FROZEN-DATE
                       END-UNSTRING
                       IF WS-FROZEN-ID NOT = DB-ACCOUNT-ID
                           WRITE FROZEN-NEW-RECORD
                               FROM WS-FROZEN-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FROZEN-NEW-FILE
               CLOSE FROZEN-ACCOUNTS-FILE

               MOVE SPACES TO WS-FROZEN-MV-CMD
               STRING 'mv ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                      '/frozen-accounts.csv.new ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                      '/frozen-accounts.csv' DELIMITED BY SIZE
                   INTO WS-FROZEN-MV-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-FROZEN-MV-CMD
                   GIVING WS-FROZEN-MV-RC
               IF WS-FROZEN-MV-RC NOT = 0
                   DISPLAY 'AVISO: no se pudo reescribir la lista '
                       'de cuentas congeladas'
               END-IF
           END-IF

           MOVE 'DESCONGELAR' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'FROZEN' TO WS-MA-OLD
           MOVE 'OPEN' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cuenta descongelada: ' DB-ACCOUNT-ID
           .

      *> ============================================================
      *> CUENTAS INACTIVAS (DORMANT)
      *> ============================================================

      *> Reactiva una cuenta marcada DORMANT por el trabajo nocturno:
      *> la quita de dormant-accounts.csv (reescribiendo el fichero)
      *> y restablece el estado OPEN en memoria
       DO-REACTIVATE-ACCOUNT.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: reactivar una cuenta requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT
           PERFORM FIND-ACCOUNT-BY-ID

               EXIT PARAGRAPH
           END-IF

           IF NOT ACC-IS-DORMANT(WS-ACC-INDEX)
               DISPLAY 'ERROR: la cuenta no esta inactiva'
               EXIT PARAGRAPH
           END-IF

           MOVE 'OPEN' TO ACC-STATUS(WS-ACC-INDEX)

           OPEN INPUT DORMANT-ACCOUNTS-FILE
           IF WS-DORMANT-FILE-STATUS = '00'
               OPEN OUTPUT DORMANT-NEW-FILE
               PERFORM UNTIL WS-DORMANT-FILE-STATUS NOT = '00'
                   READ DORMANT-ACCOUNTS-FILE INTO WS-DORMANT-LINE
                   IF WS-DORMANT-FILE-STATUS = '00'
                       UNSTRING WS-DORMANT-LINE DELIMITED BY ','
                           INTO WS-DORMANT-ID WS-DORMANT-LAST
                       END-UNSTRING
                       IF WS-DORMANT-ID NOT = DB-ACCOUNT-ID
                           WRITE DORMANT-NEW-RECORD
                               FROM WS-DORMANT-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DORMANT-NEW-FILE
               CLOSE DORMANT-ACCOUNTS-FILE

               MOVE SPACES TO WS-DORMANT-MV-CMD
               STRING 'mv ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                      '/dormant-accounts.csv.new ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                      '/dormant-accounts.csv' DELIMITED BY SIZE
                   INTO WS-DORMANT-MV-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-DORMANT-MV-CMD
                   GIVING WS-DORMANT-MV-RC
               IF WS-DORMANT-MV-RC NOT = 0
                   DISPLAY 'AVISO: no se pudo reescribir la lista '
                       'de cuentas inactivas'
               END-IF
           END-IF

           DISPLAY 'Cuenta reactivada: ' DB-ACCOUNT-ID
           .

      *> ============================================================
      *> EXTORNOS (REVERSAL)
      *> ============================================================

      *> Un apunte mal tecleado se deshace con un extorno que anula
      *> el original en sentido contrario y queda identificado como
      *> tal en el historial y el extracto, en vez de teclear un
      *> CREDIT/DEBIT opuesto que parece actividad real del cliente
       DO-REVERSAL.
           PERFORM ASK-ACCOUNT

           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-IS-CLOSED(WS-ACC-INDEX)
                   DISPLAY 'ERROR: la cuenta esta cerrada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'Tipo del apunte original (CREDIT/DEBIT): '
               WITH NO ADVANCING
           ACCEPT WS-REV-ORIG-TYPE

           IF WS-REV-ORIG-TYPE NOT = 'CREDIT'
               AND WS-REV-ORIG-TYPE NOT = 'DEBIT'
               DISPLAY 'ERROR: el tipo original debe ser CREDIT o '
                   'DEBIT'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-AMOUNT

           DISPLAY 'Referencia del apunte original (ej. su fecha): '
               WITH NO ADVANCING
           ACCEPT WS-REV-REF

           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   PERFORM REVERSAL-CSV
               WHEN 'DB2'
                   PERFORM REVERSAL-DB2
           END-EVALUATE
           .

       REVERSAL-CSV.
           IF WS-REV-ORIG-TYPE = 'CREDIT'
               SUBTRACT WS-TMP-AMOUNT
                   FROM ACC-BALANCE(WS-ACC-INDEX)
           ELSE
               ADD WS-TMP-AMOUNT
                   TO ACC-BALANCE(WS-ACC-INDEX)
           END-IF

           PERFORM APPEND-REVERSAL-CSV
           DISPLAY 'Extorno aplicado'
           DISPLAY 'Nuevo saldo: ' ACC-BALANCE(WS-ACC-INDEX)
           .

      *> En modo DB2 el extorno se asienta como el movimiento de
      *> signo contrario via el modulo de base de datos, con el tipo
      *> REVERSAL en el rastro de auditoria del propio modulo
       REVERSAL-DB2.
           IF WS-REV-ORIG-TYPE = 'CREDIT'
               MOVE 'WITHDRW ' TO DB-FUNC
               MOVE 'Y' TO DB-SUPERVISOR-OVERRIDE
           ELSE
               MOVE 'DEPOSIT ' TO DB-FUNC
           END-IF
      *>   El modulo asienta y audita el movimiento como REVERSAL,
      *>   no como un deposito/retiro corriente
           MOVE 'REVERSAL' TO DB-TRANSACTION-TYPE
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               DISPLAY 'Extorno aplicado'
               DISPLAY 'Nuevo saldo: ' DB-BALANCE
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           END-IF
           .

      *> Fila REVERSAL: fecha,cuenta,REVERSAL,importe,
      *> TIPO-ORIGINAL:referencia
       APPEND-REVERSAL-CSV.
           PERFORM BUILD-TX-REF
           PERFORM SET-APPEND-DATE

           MOVE WS-TMP-AMOUNT TO WS-APPEND-AMOUNT-EDIT
           MOVE SPACES TO WS-REV-AUX
           STRING WS-REV-ORIG-TYPE DELIMITED BY SPACE
                  ':'              DELIMITED BY SIZE
                  WS-REV-REF       DELIMITED BY SPACE
               INTO WS-REV-AUX
           END-STRING

           MOVE SPACES TO WS-APPEND-LINE
           STRING WS-APPEND-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  ACC-ID(WS-ACC-INDEX) DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  'REVERSAL'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-AMOUNT-EDIT DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-REV-AUX           DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TX-REF            DELIMITED BY SPACE
                  ',EXTORNO'           DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-BRANCH-ID         DELIMITED BY SPACE
               INTO WS-APPEND-LINE
           END-STRING

           PERFORM ACQUIRE-TX-LOCK
           OPEN EXTEND TRANSACTIONS-FILE
           WRITE TRANSACTIONS-RECORD FROM WS-APPEND-LINE
           MOVE WS-APPEND-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           CLOSE TRANSACTIONS-FILE
           PERFORM RELEASE-TX-LOCK
           ADD 1 TO WS-TX-LINES-APPLIED
           .

      *> ============================================================
      *> MAESTRO DE CLIENTES (CIF)
      *> ============================================================

      *> Carga el maestro de clientes y los vinculos cuenta-cliente;
      *> aplica tanto en modo CSV como DB2, ya que los datos de
      *> contacto del cliente solo viven en estos ficheros
       LOAD-CUSTOMERS-CIF.
           MOVE 0 TO WS-CUST-COUNT
           MOVE 0 TO WS-CUST-LINK-COUNT

           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUST-FILE-STATUS NOT = '00'
                   READ CUSTOMERS-FILE INTO WS-CUST-LINE
                   IF WS-CUST-FILE-STATUS = '00'
                       AND WS-CUST-COUNT < WS-CUST-MAX
                       ADD 1 TO WS-CUST-COUNT
                       MOVE SPACES TO CUST-DECEASED(WS-CUST-COUNT)
                       MOVE SPACES TO CUST-BIRTH-DATE(WS-CUST-COUNT)
                       MOVE SPACES TO CUST-GUARDIAN(WS-CUST-COUNT)
                       MOVE SPACES
                           TO CUST-RETMAIL-DATE(WS-CUST-COUNT)
                       MOVE SPACES
                           TO CUST-RETMAIL-REASON(WS-CUST-COUNT)
                       MOVE SPACES TO CUST-RM(WS-CUST-COUNT)
                       UNSTRING WS-CUST-LINE DELIMITED BY ','
                           INTO CUST-ID(WS-CUST-COUNT)
                                CUST-NAME(WS-CUST-COUNT)
                                CUST-ADDRESS(WS-CUST-COUNT)
                                CUST-PHONE(WS-CUST-COUNT)
                                CUST-DOC(WS-CUST-COUNT)
                                CUST-TAXSTATUS(WS-CUST-COUNT)
                                CUST-RISK(WS-CUST-COUNT)
                                CUST-NEXT-REVIEW(WS-CUST-COUNT)
                                CUST-DECEASED(WS-CUST-COUNT)
                                CUST-BIRTH-DATE(WS-CUST-COUNT)
                                CUST-GUARDIAN(WS-CUST-COUNT)
                                CUST-RETMAIL-DATE(WS-CUST-COUNT)
                                CUST-RETMAIL-REASON(WS-CUST-COUNT)
                                CUST-RM(WS-CUST-COUNT)
                       END-UNSTRING
      *>               Filas antiguas sin estatus fiscal: residente
                       IF CUST-TAXSTATUS(WS-CUST-COUNT) = SPACES
                           MOVE 'RESIDENT'
                               TO CUST-TAXSTATUS(WS-CUST-COUNT)
                       END-IF
      *>               Sin calificacion de riesgo: LOW
                       IF CUST-RISK(WS-CUST-COUNT) = SPACES
                           MOVE 'LOW' TO CUST-RISK(WS-CUST-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF

           OPEN INPUT CUSTOMER-ACCOUNTS-FILE
           IF WS-CUST-LINK-FILE-STATUS = '00'
               PERFORM UNTIL WS-CUST-LINK-FILE-STATUS NOT = '00'
                   READ CUSTOMER-ACCOUNTS-FILE INTO WS-CUST-LINE
                   IF WS-CUST-LINK-FILE-STATUS = '00'
                       AND WS-CUST-LINK-COUNT < WS-CUST-LINK-MAX
                       ADD 1 TO WS-CUST-LINK-COUNT
                       MOVE SPACES TO WS-LINK-ROLE-IN
                       MOVE SPACES TO WS-LINK-LIMIT-IN
                       UNSTRING WS-CUST-LINE DELIMITED BY ','
                           INTO LINK-CUST-ID(WS-CUST-LINK-COUNT)
                                LINK-ACCOUNT-ID(WS-CUST-LINK-COUNT)
                                WS-LINK-ROLE-IN
                                WS-LINK-LIMIT-IN
                       END-UNSTRING
      *>               Filas antiguas sin mandato: titular sin tope
                       IF WS-LINK-ROLE-IN = SPACES
                           MOVE 'OWNER' TO WS-LINK-ROLE-IN
                       END-IF
                       MOVE WS-LINK-ROLE-IN
                           TO LINK-ROLE(WS-CUST-LINK-COUNT)
                       IF WS-LINK-LIMIT-IN NOT = SPACES
                           AND FUNCTION
                               TEST-NUMVAL(WS-LINK-LIMIT-IN) = 0
                           MOVE FUNCTION NUMVAL(WS-LINK-LIMIT-IN)
                               TO LINK-LIMIT(WS-CUST-LINK-COUNT)
                       ELSE
                           MOVE 0
                               TO LINK-LIMIT(WS-CUST-LINK-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ACCOUNTS-FILE
           END-IF
           .

      *> Carga el catalogo de productos (tipo,interes,tramos,
      *> retiradas,descubierto,paquete-comisiones); la 7a columna,
      *> producto de adulto de un producto de menor, la usan
      *> MINOR-MAJORITY y el cambio de producto. La 8a es la
      *> comision de amortizacion anticipada en tanto por uno del
      *> importe amortizado; la lee la fila de tipo LOAN (producto
      *> prestamo). La 9a (Y) marca los productos de empresa, que
      *> liquidan sus apuntes en ACCOUNT-ANALYSIS
       LOAD-PRODUCT-CATALOG.
           MOVE 0 TO WS-CATALOG-COUNT

           OPEN INPUT PRODUCT-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CATALOG-FILE-STATUS NOT = '00'
               READ PRODUCT-CATALOG-FILE INTO WS-CATALOG-LINE
               IF WS-CATALOG-FILE-STATUS = '00'
                   AND WS-CATALOG-LINE(1:4) NOT = 'type'
                   AND WS-CATALOG-COUNT < 20
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE SPACES TO CAT-ADULT(WS-CATALOG-COUNT)
                   MOVE SPACES TO CAT-PREPAY-FEE(WS-CATALOG-COUNT)
                   UNSTRING WS-CATALOG-LINE DELIMITED BY ','
                       INTO CAT-TYPE(WS-CATALOG-COUNT)
                            CAT-INTEREST(WS-CATALOG-COUNT)
                            CAT-TIERSET(WS-CATALOG-COUNT)
                            CAT-WITHDRAW(WS-CATALOG-COUNT)
                            CAT-OVERDRAFT(WS-CATALOG-COUNT)
                            CAT-FEEPKG(WS-CATALOG-COUNT)
                            CAT-ADULT(WS-CATALOG-COUNT)
                            CAT-PREPAY-FEE(WS-CATALOG-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE PRODUCT-CATALOG-FILE

           IF WS-CATALOG-COUNT > 0
               DISPLAY 'Catalogo de productos cargado: '
                   WS-CATALOG-COUNT ' tipos'
           END-IF
           .

      *> Busca las reglas del tipo de producto de la cuenta
      *> WS-ACC-INDEX; sin catalogo o sin el tipo, WS-CAT-FOUND
      *> queda en N y rigen las reglas historicas
       FIND-CATALOG-FOR-ACCOUNT.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
                   OR WS-CAT-FOUND = 'Y'
               IF CAT-TYPE(IX-CAT) = ACC-TYPE(WS-ACC-INDEX)
                   MOVE 'Y' TO WS-CAT-FOUND
                   SET WS-CAT-INDEX TO IX-CAT
               END-IF
           END-PERFORM
           .

       DO-CUSTOMER-MENU.
           MOVE 'N' TO WS-CUST-EXIT
           PERFORM UNTIL WS-CUST-EXIT = 'S'
               DISPLAY ' '
               DISPLAY '===== CLIENTES (CIF) ====='
               DISPLAY '1 - Alta de cliente'
               DISPLAY '2 - Modificar datos de cliente'
               DISPLAY '3 - Vincular cuenta a cliente'
               DISPLAY '4 - Vision global del cliente'
               DISPLAY '5 - Revisiones KYC pendientes (supervisor)'
               DISPLAY '6 - Fusionar clientes duplicados '
                   '(supervisor)'
               DISPLAY '7 - Herencias (fallecimiento, certificado, '
                   'pago)'
               DISPLAY '8 - Correo devuelto (marcar / quitar)'
               DISPLAY '9 - Canal de avisos (SMS / email) y '
                   'consentimiento'
               DISPLAY '10 - Volver al menu principal'
               DISPLAY '11 - Gestores de relacion (maestro y '
                   'asignacion)'
               DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
               ACCEPT WS-CUST-OPTION

               EVALUATE WS-CUST-OPTION
                   WHEN 1
                       PERFORM CIF-CREATE-CUSTOMER
                   WHEN 2
                       PERFORM CIF-AMEND-CUSTOMER
                   WHEN 3
                       PERFORM CIF-LINK-ACCOUNT
                   WHEN 4
                       PERFORM CIF-RELATIONSHIP-VIEW
                   WHEN 5
                       PERFORM CIF-KYC-REVIEW-QUEUE
                   WHEN 6
                       PERFORM CIF-MERGE-CUSTOMERS
                   WHEN 7
                       PERFORM DO-ESTATE-MENU
                   WHEN 8
                       PERFORM CIF-RETURNED-MAIL
                   WHEN 9
                       PERFORM CIF-CONTACT-PREFS
                   WHEN 10
                       MOVE 'S' TO WS-CUST-EXIT
                   WHEN 11
                       PERFORM DO-RMGR-MENU
                   WHEN OTHER
                       DISPLAY 'Opcion no valida'
               END-EVALUATE
           END-PERFORM
           .

       ASK-CUSTOMER-ID.
           DISPLAY 'Numero de cliente (ej. CLI-001): '
               WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-ID

      *>   Avisos de servicio del cliente, nada mas entrarlo
           MOVE 'CUST' TO WS-MEMO-SCOPE-IN
           MOVE WS-TMP-CUST-ID TO WS-MEMO-ID-IN
           PERFORM SHOW-MEMO-FLAGS
           IF WS-MEMO-ACK = 'N'
               MOVE SPACES TO WS-TMP-CUST-ID
           END-IF
           .

       FIND-CUSTOMER-BY-ID.
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
                   OR WS-CUST-FOUND = 'Y'
               IF CUST-ID(IX-CUST) = WS-TMP-CUST-ID
                   MOVE 'Y' TO WS-CUST-FOUND
                   SET WS-CUST-INDEX TO IX-CUST
               END-IF
           END-PERFORM
           .

       CIF-CREATE-CUSTOMER.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-CUST-FOUND = 'Y'
               DISPLAY 'ERROR: el cliente ya existe'
               EXIT PARAGRAPH
           END-IF

           IF WS-CUST-COUNT >= WS-CUST-MAX
               DISPLAY 'ERROR: limite de clientes alcanzado'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-CUST-INDEX
           MOVE WS-TMP-CUST-ID TO CUST-ID(WS-CUST-INDEX)
           MOVE SPACES TO CUST-DECEASED(WS-CUST-INDEX)
           MOVE SPACES TO CUST-BIRTH-DATE(WS-CUST-INDEX)
           MOVE SPACES TO CUST-GUARDIAN(WS-CUST-INDEX)
           PERFORM CIF-ASK-CUSTOMER-DETAILS

           *> Cribado de sanciones antes de guardar: un positivo
           *> bloquea el alta a la espera de cumplimiento
           MOVE CUST-NAME(WS-CUST-INDEX) TO WS-SCREEN-NAME
           MOVE CUST-DOC(WS-CUST-INDEX) TO WS-SCREEN-DOC
           MOVE 'CIF-ALTA' TO WS-SCREEN-CONTEXT
           PERFORM SCREEN-AGAINST-WATCHLIST
           IF WS-SCREEN-HIT = 'Y'
               SUBTRACT 1 FROM WS-CUST-COUNT
               DISPLAY 'ALTA BLOQUEADA: el nombre coincide con la '
                   'lista de vigilancia (' WS-SCREEN-MATCHED ');'
               DISPLAY 'pendiente de revision de cumplimiento'
               EXIT PARAGRAPH
           END-IF

           PERFORM CIF-REWRITE-CUSTOMERS

           MOVE 'CIF-ALTA' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'CLIENTE' TO WS-MA-FIELD
           MOVE CUST-NAME(WS-CUST-INDEX)(1:60) TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cliente dado de alta: ' WS-TMP-CUST-ID
           .

      *> Los campos se piden uno a uno; en la modificacion, dejar un
      *> campo en blanco conserva el valor que ya tenia
       CIF-ASK-CUSTOMER-DETAILS.
           DISPLAY 'Nombre completo: ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD TO CUST-NAME(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Direccion (sin comas): ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD TO CUST-ADDRESS(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Telefono: ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD TO CUST-PHONE(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Documento de identidad: ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD TO CUST-DOC(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Estatus fiscal (RESIDENT/NONRES/EXEMPT, '
               'vacio=RESIDENT): ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD
                   TO CUST-TAXSTATUS(WS-CUST-INDEX)
           END-IF
           IF CUST-TAXSTATUS(WS-CUST-INDEX) = SPACES
               MOVE 'RESIDENT' TO CUST-TAXSTATUS(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Riesgo KYC (LOW/MEDIUM/HIGH, vacio=LOW): '
               WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD TO CUST-RISK(WS-CUST-INDEX)
           END-IF
           IF CUST-RISK(WS-CUST-INDEX) = SPACES
               MOVE 'LOW' TO CUST-RISK(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Proxima revision KYC (AAAA-MM-DD, vacio '
               'conserva): ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               MOVE WS-TMP-CUST-FIELD
                   TO CUST-NEXT-REVIEW(WS-CUST-INDEX)
           END-IF
           DISPLAY 'Fecha de nacimiento (AAAA-MM-DD, vacio '
               'conserva): ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           IF WS-TMP-CUST-FIELD NOT = SPACES
               IF WS-TMP-CUST-FIELD(1:4) IS NUMERIC
                   AND WS-TMP-CUST-FIELD(5:1) = '-'
                   AND WS-TMP-CUST-FIELD(6:2) IS NUMERIC
                   AND WS-TMP-CUST-FIELD(8:1) = '-'
                   AND WS-TMP-CUST-FIELD(9:2) IS NUMERIC
                   AND WS-TMP-CUST-FIELD(11:1) = SPACE
                   MOVE WS-TMP-CUST-FIELD
                       TO CUST-BIRTH-DATE(WS-CUST-INDEX)
               ELSE
                   DISPLAY 'AVISO: fecha no valida; se conserva '
                       'la anterior'
               END-IF
           END-IF
           DISPLAY 'Tutor legal (numero de cliente, vacio '
               'conserva, - lo quita): ' WITH NO ADVANCING
           ACCEPT WS-TMP-CUST-FIELD
           EVALUATE TRUE
               WHEN WS-TMP-CUST-FIELD = SPACES
                   CONTINUE
               WHEN WS-TMP-CUST-FIELD = '-'
                   MOVE SPACES TO CUST-GUARDIAN(WS-CUST-INDEX)
               WHEN OTHER
                   PERFORM CIF-CHECK-GUARDIAN
                   IF WS-MINOR-OK = 'Y'
                       MOVE WS-TMP-CUST-FIELD
                           TO CUST-GUARDIAN(WS-CUST-INDEX)
                   END-IF
           END-EVALUATE
           .

      *> El tutor debe ser otro cliente del maestro, mayor de edad
      *> (sin tutor propio), y el cliente tutelado debe tener fecha
      *> de nacimiento y no haber cumplido aun los 18 anos
       CIF-CHECK-GUARDIAN.
           MOVE 'N' TO WS-MINOR-OK

           IF WS-TMP-CUST-FIELD(1:10) = CUST-ID(WS-CUST-INDEX)
               DISPLAY 'AVISO: un cliente no puede ser su propio '
                   'tutor'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
                   OR WS-MINOR-OK = 'Y'
               IF CUST-ID(IX-CUST) = WS-TMP-CUST-FIELD(1:10)
                   AND CUST-GUARDIAN(IX-CUST) = SPACES
                   MOVE 'Y' TO WS-MINOR-OK
               END-IF
           END-PERFORM
           IF WS-MINOR-OK = 'N'
               DISPLAY 'AVISO: el tutor no existe o es a su vez un '
                   'menor; no se registra'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-MINOR-OK
           IF CUST-BIRTH-DATE(WS-CUST-INDEX) = SPACES
               DISPLAY 'AVISO: sin fecha de nacimiento no se puede '
                   'registrar tutor'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE CUST-BIRTH-DATE(WS-CUST-INDEX)(1:4) TO WS-MINOR-YEAR
           ADD 18 TO WS-MINOR-YEAR
           MOVE CUST-BIRTH-DATE(WS-CUST-INDEX) TO WS-MINOR-MAJORITY
           MOVE WS-MINOR-YEAR TO WS-MINOR-MAJORITY(1:4)
           IF WS-MINOR-MAJORITY <= WS-APPEND-DATE
               DISPLAY 'AVISO: el cliente ya es mayor de edad; no '
                   'se registra tutor'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-MINOR-OK
           .

       CIF-AMEND-CUSTOMER.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cliente: ' CUST-NAME(WS-CUST-INDEX)
           DISPLAY '(deje un campo en blanco para conservarlo)'

           *> Valores previos para el rastro campo a campo
           MOVE CUST-NAME(WS-CUST-INDEX)(1:60) TO WS-MA-PREV-NAME
           MOVE CUST-ADDRESS(WS-CUST-INDEX) TO WS-MA-PREV-ADDRESS
           MOVE CUST-PHONE(WS-CUST-INDEX) TO WS-MA-PREV-PHONE
           MOVE CUST-DOC(WS-CUST-INDEX) TO WS-MA-PREV-DOC
           MOVE CUST-TAXSTATUS(WS-CUST-INDEX) TO WS-MA-PREV-TAX
           MOVE CUST-RISK(WS-CUST-INDEX) TO WS-MA-PREV-RISK
           MOVE CUST-NEXT-REVIEW(WS-CUST-INDEX)
               TO WS-MA-PREV-REVIEW
           MOVE CUST-BIRTH-DATE(WS-CUST-INDEX) TO WS-MA-PREV-BIRTH
           MOVE CUST-GUARDIAN(WS-CUST-INDEX) TO WS-MA-PREV-GUARDIAN

           PERFORM CIF-ASK-CUSTOMER-DETAILS

           *> Cribado de sanciones sobre los datos modificados: un
           *> positivo descarta la modificacion (se recarga el
           *> maestro tal como estaba) y queda en el log
           MOVE CUST-NAME(WS-CUST-INDEX) TO WS-SCREEN-NAME
           MOVE CUST-DOC(WS-CUST-INDEX) TO WS-SCREEN-DOC
           MOVE 'CIF-MODIF' TO WS-SCREEN-CONTEXT
           PERFORM SCREEN-AGAINST-WATCHLIST
           IF WS-SCREEN-HIT = 'Y'
               DISPLAY 'MODIFICACION BLOQUEADA: coincide con la '
                   'lista de vigilancia (' WS-SCREEN-MATCHED ');'
               DISPLAY 'pendiente de revision de cumplimiento'
               PERFORM LOAD-CUSTOMERS-CIF
               EXIT PARAGRAPH
           END-IF

           PERFORM CIF-REWRITE-CUSTOMERS
           PERFORM AUDIT-CUSTOMER-CHANGES
           DISPLAY 'Datos de cliente actualizados'
           .

      *> Reescribe el maestro completo en una copia de trabajo y la
      *> mueve encima del original, igual que la cola de revision
       CIF-REWRITE-CUSTOMERS.
           OPEN OUTPUT CUSTOMERS-NEW-FILE

           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               MOVE SPACES TO WS-CUST-LINE
               STRING FUNCTION TRIM(CUST-ID(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-ADDRESS(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-PHONE(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-DOC(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-TAXSTATUS(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-RISK(IX-CUST))
                                              DELIMITED BY SIZE
                      ','                     DELIMITED BY SIZE
                      CUST-NEXT-REVIEW(IX-CUST)
                                              DELIMITED BY SIZE
                   INTO WS-CUST-LINE
               END-STRING
      *>       Las columnas finales (fallecimiento, nacimiento,
      *>       tutor, correo devuelto, gestor) solo se escriben
      *>       hasta la ultima informada
               IF CUST-DECEASED(IX-CUST) NOT = SPACES
                   OR CUST-BIRTH-DATE(IX-CUST) NOT = SPACES
                   OR CUST-GUARDIAN(IX-CUST) NOT = SPACES
                   OR CUST-RETMAIL-DATE(IX-CUST) NOT = SPACES
                   OR CUST-RM(IX-CUST) NOT = SPACES
                   MOVE SPACES TO WS-EST-CUST-LINE
                   STRING FUNCTION TRIM(WS-CUST-LINE TRAILING)
                                              DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          CUST-DECEASED(IX-CUST)
                                              DELIMITED BY SIZE
                       INTO WS-EST-CUST-LINE
                   END-STRING
                   MOVE WS-EST-CUST-LINE TO WS-CUST-LINE
               END-IF
               IF CUST-BIRTH-DATE(IX-CUST) NOT = SPACES
                   OR CUST-GUARDIAN(IX-CUST) NOT = SPACES
                   OR CUST-RETMAIL-DATE(IX-CUST) NOT = SPACES
                   OR CUST-RM(IX-CUST) NOT = SPACES
                   MOVE SPACES TO WS-EST-CUST-LINE
                   STRING FUNCTION TRIM(WS-CUST-LINE TRAILING)
                                              DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          CUST-BIRTH-DATE(IX-CUST)
                                              DELIMITED BY SIZE
                       INTO WS-EST-CUST-LINE
                   END-STRING
                   MOVE WS-EST-CUST-LINE TO WS-CUST-LINE
               END-IF
               IF CUST-GUARDIAN(IX-CUST) NOT = SPACES
                   OR CUST-RETMAIL-DATE(IX-CUST) NOT = SPACES
                   OR CUST-RM(IX-CUST) NOT = SPACES
                   MOVE SPACES TO WS-EST-CUST-LINE
                   STRING FUNCTION TRIM(WS-CUST-LINE TRAILING)
                                              DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          FUNCTION TRIM(CUST-GUARDIAN(IX-CUST))
                                              DELIMITED BY SIZE
                       INTO WS-EST-CUST-LINE
                   END-STRING
                   MOVE WS-EST-CUST-LINE TO WS-CUST-LINE
               END-IF
               IF CUST-RETMAIL-DATE(IX-CUST) NOT = SPACES
                   OR CUST-RM(IX-CUST) NOT = SPACES
                   MOVE SPACES TO WS-EST-CUST-LINE
                   STRING FUNCTION TRIM(WS-CUST-LINE TRAILING)
                                              DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          CUST-RETMAIL-DATE(IX-CUST)
                                              DELIMITED BY SPACE
                          ','                 DELIMITED BY SIZE
                          FUNCTION TRIM(CUST-RETMAIL-REASON(IX-CUST))
                                              DELIMITED BY SIZE
                       INTO WS-EST-CUST-LINE
                   END-STRING
                   MOVE WS-EST-CUST-LINE TO WS-CUST-LINE
               END-IF
               IF CUST-RM(IX-CUST) NOT = SPACES
                   MOVE SPACES TO WS-EST-CUST-LINE
                   STRING FUNCTION TRIM(WS-CUST-LINE TRAILING)
                                              DELIMITED BY SIZE
                          ','                 DELIMITED BY SIZE
                          CUST-RM(IX-CUST)    DELIMITED BY SPACE
                       INTO WS-EST-CUST-LINE
                   END-STRING
                   MOVE WS-EST-CUST-LINE TO WS-CUST-LINE
               END-IF
               WRITE CUSTOMERS-NEW-RECORD FROM WS-CUST-LINE
           END-PERFORM

           CLOSE CUSTOMERS-NEW-FILE

           CALL 'SYSTEM' USING WS-CUST-MV-CMD
               GIVING WS-CUST-MV-RC
           IF WS-CUST-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir customers.csv'
           END-IF
           .

       CIF-LINK-ACCOUNT.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-ACCOUNT

           IF WS-DATA-SOURCE = 'CSV'
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = 'N'
                   DISPLAY 'ERROR: cuenta no encontrada'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CUST-LINK-COUNT >= WS-CUST-LINK-MAX
               DISPLAY 'ERROR: limite de vinculos alcanzado'
               EXIT PARAGRAPH
           END-IF

           *> Mandato del vinculo: rol del cliente sobre la cuenta y
           *> tope por firmante; en blanco, titular sin tope
           DISPLAY 'Rol (OWNER/JOINT-EITHER/JOINT-BOTH/SIGNATORY, '
               'vacio=OWNER): ' WITH NO ADVANCING
           ACCEPT WS-LINK-ROLE-IN
           IF WS-LINK-ROLE-IN = SPACES
               MOVE 'OWNER' TO WS-LINK-ROLE-IN
           END-IF
           IF NOT LINK-ROLE-VALID
               DISPLAY 'ERROR: rol de mandato no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Tope por operacion del firmante (vacio o 0 = '
               'sin tope): ' WITH NO ADVANCING
           ACCEPT WS-LINK-LIMIT-IN
           IF WS-LINK-LIMIT-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LINK-LIMIT-IN) NOT = 0
               DISPLAY 'ERROR: tope no numerico'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CUST-LINK-COUNT
           MOVE WS-TMP-CUST-ID
               TO LINK-CUST-ID(WS-CUST-LINK-COUNT)
           MOVE WS-TMP-ACCOUNT
               TO LINK-ACCOUNT-ID(WS-CUST-LINK-COUNT)
           MOVE WS-LINK-ROLE-IN
               TO LINK-ROLE(WS-CUST-LINK-COUNT)
           IF WS-LINK-LIMIT-IN = SPACES
               MOVE 0 TO LINK-LIMIT(WS-CUST-LINK-COUNT)
               MOVE '0' TO WS-LINK-LIMIT-IN
           ELSE
               MOVE FUNCTION NUMVAL(WS-LINK-LIMIT-IN)
                   TO LINK-LIMIT(WS-CUST-LINK-COUNT)
           END-IF

           MOVE SPACES TO WS-CUST-LINE
           STRING WS-TMP-CUST-ID   DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-TMP-ACCOUNT   DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-LINK-ROLE-IN  DELIMITED BY SPACE
                  ','              DELIMITED BY SIZE
                  WS-LINK-LIMIT-IN DELIMITED BY SPACE
               INTO WS-CUST-LINE
           END-STRING

           OPEN EXTEND CUSTOMER-ACCOUNTS-FILE
           IF WS-CUST-LINK-FILE-STATUS = '05'
               OR WS-CUST-LINK-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-ACCOUNTS-FILE
           END-IF
           WRITE CUSTOMER-ACCOUNTS-RECORD FROM WS-CUST-LINE
           CLOSE CUSTOMER-ACCOUNTS-FILE

           DISPLAY 'Cuenta vinculada al cliente'
           .

      *> Vision global del cliente: datos de contacto, todas sus
      *> cuentas vinculadas y el saldo combinado, para consultas de
      *> servicio al cliente y de cumplimiento normativo
       CIF-RELATIONSHIP-VIEW.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID

           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== VISION GLOBAL DEL CLIENTE ====='
           DISPLAY 'Cliente  : ' CUST-ID(WS-CUST-INDEX) ' '
               CUST-NAME(WS-CUST-INDEX)
           DISPLAY 'Direccion: ' CUST-ADDRESS(WS-CUST-INDEX)
           DISPLAY 'Telefono : ' CUST-PHONE(WS-CUST-INDEX)
           DISPLAY 'Documento: ' CUST-DOC(WS-CUST-INDEX)
           IF CUST-DECEASED(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'FALLECIDO: ' CUST-DECEASED(WS-CUST-INDEX)
                   ' (cuentas en herencia)'
           END-IF
           IF CUST-BIRTH-DATE(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'Nacimiento: ' CUST-BIRTH-DATE(WS-CUST-INDEX)
           END-IF
           IF CUST-GUARDIAN(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'MENOR DE EDAD; tutor legal: '
                   CUST-GUARDIAN(WS-CUST-INDEX)
           END-IF
           IF CUST-RM(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'Gestor   : ' CUST-RM(WS-CUST-INDEX)
           END-IF
           DISPLAY '-------------------------------------'

           MOVE 0 TO WS-CUST-TOTAL-BALANCE

           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
               IF LINK-CUST-ID(IX-LINK) = WS-TMP-CUST-ID
                   PERFORM CIF-SHOW-LINKED-ACCOUNT
               END-IF
           END-PERFORM

           MOVE WS-CUST-TOTAL-BALANCE TO WS-CUST-TOTAL-EDIT
           DISPLAY '-------------------------------------'
           DISPLAY 'Saldo combinado: ' WS-CUST-TOTAL-EDIT
           DISPLAY ' '
           .

       CIF-SHOW-LINKED-ACCOUNT.
           EVALUATE WS-DATA-SOURCE
               WHEN 'CSV'
                   MOVE LINK-ACCOUNT-ID(IX-LINK) TO DB-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'Y'
                       MOVE ACC-BALANCE(WS-ACC-INDEX)
                           TO WS-CUST-BAL-EDIT
                       ADD ACC-BALANCE(WS-ACC-INDEX)
                           TO WS-CUST-TOTAL-BALANCE
                       DISPLAY LINK-ACCOUNT-ID(IX-LINK) ' | '
                           ACC-STATUS(WS-ACC-INDEX) ' | '
                           WS-CUST-BAL-EDIT
                   ELSE
                       DISPLAY LINK-ACCOUNT-ID(IX-LINK)
                           ' | (cuenta no encontrada)'
                   END-IF
               WHEN 'DB2'
                   MOVE LINK-ACCOUNT-ID(IX-LINK) TO DB-ACCOUNT-ID
                   MOVE 'BALANCE ' TO DB-FUNC
                   MOVE 0 TO DB-STATUS
                   MOVE SPACES TO DB-MESSAGE
                   CALL WS-MOD-DB-NAME USING DB-REQUEST
                   IF DB-OK
                       MOVE DB-BALANCE TO WS-CUST-BAL-EDIT
                       ADD DB-BALANCE TO WS-CUST-TOTAL-BALANCE
                       DISPLAY LINK-ACCOUNT-ID(IX-LINK) ' | '
                           DB-ACCOUNT-STATUS ' | '
                           WS-CUST-BAL-EDIT
                   ELSE
                       DISPLAY LINK-ACCOUNT-ID(IX-LINK)
                           ' | ERROR: ' DB-MESSAGE
                   END-IF
           END-EVALUATE
           .

      *> Fusion supervisada de dos numeros de cliente que son la
      *> misma persona (el informe CIF-DEDUPE los detecta): todos
      *> los vinculos de cuenta del perdedor pasan al superviviente,
      *> el perdedor sale del maestro y su numero queda en
      *> data/customer-xref.csv apuntando al superviviente, con
      *> quien hizo la fusion y cuando
       CIF-MERGE-CUSTOMERS.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: la fusion de clientes requiere una '
                   'sesion de supervisor'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cliente PERDEDOR (desaparece): '
               WITH NO ADVANCING
           ACCEPT WS-MERGE-LOSER-ID
           MOVE WS-MERGE-LOSER-ID TO WS-TMP-CUST-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente perdedor no encontrado'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-INDEX TO WS-MERGE-LOSER-IX

           DISPLAY 'Cliente SUPERVIVIENTE: ' WITH NO ADVANCING
           ACCEPT WS-MERGE-SURVIVOR-ID
           MOVE WS-MERGE-SURVIVOR-ID TO WS-TMP-CUST-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente superviviente no encontrado'
               EXIT PARAGRAPH
           END-IF
           IF WS-MERGE-SURVIVOR-ID = WS-MERGE-LOSER-ID
               DISPLAY 'ERROR: perdedor y superviviente coinciden'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Perdedor     : ' WS-MERGE-LOSER-ID ' '
               CUST-NAME(WS-MERGE-LOSER-IX)
           DISPLAY 'Superviviente: ' WS-MERGE-SURVIVOR-ID ' '
               CUST-NAME(WS-CUST-INDEX)
           DISPLAY 'Confirmar fusion (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-MERGE-CONFIRM
           IF WS-MERGE-CONFIRM NOT = 'S'
               DISPLAY 'Fusion cancelada'
               EXIT PARAGRAPH
           END-IF

      *>   Reapuntar los vinculos del perdedor al superviviente
           MOVE 0 TO WS-MERGE-MOVED
           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
               IF LINK-CUST-ID(IX-LINK) = WS-MERGE-LOSER-ID
                   MOVE WS-MERGE-SURVIVOR-ID
                       TO LINK-CUST-ID(IX-LINK)
                   ADD 1 TO WS-MERGE-MOVED
               END-IF
           END-PERFORM
           PERFORM REWRITE-CUSTOMER-LINKS

      *>   El perdedor sale del maestro: las filas posteriores
      *>   suben un puesto para no dejar huecos
           PERFORM VARYING WS-CUST-INDEX
               FROM WS-MERGE-LOSER-IX BY 1
               UNTIL WS-CUST-INDEX >= WS-CUST-COUNT
               MOVE WS-CUSTOMERS-ARRAY(WS-CUST-INDEX + 1)
                   TO WS-CUSTOMERS-ARRAY(WS-CUST-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CUST-COUNT
           PERFORM CIF-REWRITE-CUSTOMERS

           PERFORM APPEND-CUSTOMER-XREF

           MOVE 'CIF-FUSION' TO WS-MA-ACTION
           MOVE WS-MERGE-LOSER-ID TO WS-MA-ENTITY
           MOVE 'CLIENTE' TO WS-MA-FIELD
           MOVE WS-MERGE-LOSER-ID TO WS-MA-OLD
           MOVE WS-MERGE-SURVIVOR-ID TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Fusion completada: ' WS-MERGE-MOVED
               ' vinculos reapuntados a ' WS-MERGE-SURVIVOR-ID
           .

      *> Reescritura .new + mv del fichero de vinculos con los
      *> mandatos conservados
       REWRITE-CUSTOMER-LINKS.
           OPEN OUTPUT CUSTOMER-ACCOUNTS-NEW-FILE

           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
               MOVE LINK-LIMIT(IX-LINK) TO WS-MANDATE-LIMIT-EDIT
               MOVE SPACES TO WS-CUST-LINE
               STRING FUNCTION TRIM(LINK-CUST-ID(IX-LINK))
                                          DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      FUNCTION TRIM(LINK-ACCOUNT-ID(IX-LINK))
                                          DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      FUNCTION TRIM(LINK-ROLE(IX-LINK))
                                          DELIMITED BY SIZE
                      ','                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MANDATE-LIMIT-EDIT)
                                          DELIMITED BY SIZE
                   INTO WS-CUST-LINE
               END-STRING
               WRITE CUSTOMER-ACCOUNTS-NEW-REC FROM WS-CUST-LINE
           END-PERFORM

           CLOSE CUSTOMER-ACCOUNTS-NEW-FILE

           MOVE SPACES TO WS-LINK-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/customer-accounts.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/customer-accounts.csv' DELIMITED BY SIZE
               INTO WS-LINK-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-LINK-MV-CMD
               GIVING WS-LINK-MV-RC
           IF WS-LINK-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'customer-accounts.csv'
           END-IF
           .

      *> perdedor,superviviente,quien,fecha: una consulta por el
      *> numero antiguo sigue llegando al cliente correcto
       APPEND-CUSTOMER-XREF.
           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-XREF-LINE
           STRING WS-MERGE-LOSER-ID    DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-MERGE-SURVIVOR-ID DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-TELLER-ID         DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  WS-APPEND-DATE       DELIMITED BY SIZE
               INTO WS-XREF-LINE
           END-STRING

           OPEN EXTEND CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS = '05'
               OR WS-XREF-FILE-STATUS = '35'
               OPEN OUTPUT CUST-XREF-FILE
           END-IF
           WRITE CUST-XREF-RECORD FROM WS-XREF-LINE
           CLOSE CUST-XREF-FILE
           .

      *> ============================================================
      *> CORREO DEVUELTO
      *> ============================================================

      *> Marca el cliente con correo devuelto (fecha y motivo en
      *> las columnas 12 y 13 de customers.csv): LETTER-RENDER,
      *> STATEMENT, CUSTOMER-STATEMENT, INTEREST-CERT y
      *> FEE-STATEMENT retienen su correo en
      *> data/hold-mail.csv. Si ya esta marcado, quitar
      *> la marca (direccion ya corregida) libera lo retenido
       CIF-RETURNED-MAIL.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cliente: ' CUST-NAME(WS-CUST-INDEX)
           DISPLAY 'Direccion: ' CUST-ADDRESS(WS-CUST-INDEX)
           PERFORM SET-APPEND-DATE

           IF CUST-RETMAIL-DATE(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'Correo devuelto desde '
                   CUST-RETMAIL-DATE(WS-CUST-INDEX) ' ('
                   FUNCTION TRIM(CUST-RETMAIL-REASON(WS-CUST-INDEX))
                   ')'
               DISPLAY 'Quitar la marca y liberar el correo '
                   'retenido (S/N)? ' WITH NO ADVANCING
               ACCEPT WS-RM-CONFIRM
               IF WS-RM-CONFIRM NOT = 'S' AND WS-RM-CONFIRM NOT = 's'
                   DISPLAY 'Marca conservada'
                   EXIT PARAGRAPH
               END-IF

               MOVE 'CIF-CORREO' TO WS-MA-ACTION
               MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
               MOVE 'CORREO-DEVUELTO' TO WS-MA-FIELD
               MOVE CUST-RETMAIL-DATE(WS-CUST-INDEX) TO WS-MA-OLD
               MOVE SPACES TO WS-MA-NEW
               MOVE SPACES TO CUST-RETMAIL-DATE(WS-CUST-INDEX)
               MOVE SPACES TO CUST-RETMAIL-REASON(WS-CUST-INDEX)
               PERFORM CIF-REWRITE-CUSTOMERS
               PERFORM APPEND-MAINT-AUDIT
               PERFORM RELEASE-HELD-MAIL
               DISPLAY 'Marca de correo devuelto retirada; '
                   'documentos liberados: ' WS-HM-RELEASED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Fecha de devolucion (AAAA-MM-DD, vacio = hoy): '
               WITH NO ADVANCING
           ACCEPT WS-RM-DATE-IN
           IF WS-RM-DATE-IN = SPACES
               MOVE WS-APPEND-DATE TO WS-RM-DATE-IN
           END-IF
           IF WS-RM-DATE-IN(5:1) NOT = '-'
               OR WS-RM-DATE-IN(8:1) NOT = '-'
               OR WS-RM-DATE-IN > WS-APPEND-DATE
               DISPLAY 'ERROR: fecha no valida'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Motivo (sin comas, vacio = DESCONOCIDO): '
               WITH NO ADVANCING
           ACCEPT WS-RM-REASON-IN
           IF WS-RM-REASON-IN = SPACES
               MOVE 'DESCONOCIDO' TO WS-RM-REASON-IN
           END-IF
           INSPECT WS-RM-REASON-IN REPLACING ALL ',' BY ' '

           MOVE WS-RM-DATE-IN TO CUST-RETMAIL-DATE(WS-CUST-INDEX)
           MOVE WS-RM-REASON-IN TO CUST-RETMAIL-REASON(WS-CUST-INDEX)
           PERFORM CIF-REWRITE-CUSTOMERS

           MOVE 'CIF-CORREO' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'CORREO-DEVUELTO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE WS-RM-REASON-IN TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Cliente marcado con correo devuelto: su correo '
               'queda retenido hasta que se corrija la direccion'
           .

      *> Mueve cada documento HELD del cliente WS-TMP-CUST-ID de su
      *> nombre retenido al definitivo y deja la fila RELEASED con
      *> la fecha; reescritura .new + mv como la de memo-flags
       RELEASE-HELD-MAIL.
           MOVE 0 TO WS-HM-RELEASED

           OPEN INPUT HOLD-MAIL-FILE
           IF WS-HM-MAIL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLD-MAIL-NEW-FILE

           PERFORM UNTIL WS-HM-MAIL-STATUS NOT = '00'
               READ HOLD-MAIL-FILE INTO WS-HM-LINE
               IF WS-HM-MAIL-STATUS = '00'
                   PERFORM RELEASE-ONE-HELD-LINE
               END-IF
           END-PERFORM

           CLOSE HOLD-MAIL-NEW-FILE
           CLOSE HOLD-MAIL-FILE

           MOVE SPACES TO WS-HM-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/hold-mail.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/hold-mail.csv' DELIMITED BY SIZE
               INTO WS-HM-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-HM-MV-CMD
               GIVING WS-HM-MV-RC
           IF WS-HM-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir hold-mail.csv'
           END-IF
           .

       RELEASE-ONE-HELD-LINE.
           MOVE WS-HM-LINE TO WS-HM-ORIG-LINE
           MOVE SPACES TO WS-HM-ROW-STATE
           UNSTRING WS-HM-LINE DELIMITED BY ','
               INTO WS-HM-ROW-CUST WS-HM-ROW-DATE
                    WS-HM-ROW-PROGRAM WS-HM-ROW-HELD
                    WS-HM-ROW-FINAL WS-HM-ROW-STATE
           END-UNSTRING

           IF WS-HM-ROW-CUST NOT = WS-TMP-CUST-ID
               OR WS-HM-ROW-STATE NOT = 'HELD'
               WRITE HOLD-MAIL-NEW-RECORD FROM WS-HM-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HM-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-HM-ROW-HELD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-HM-ROW-FINAL DELIMITED BY SPACE
               INTO WS-HM-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-HM-MV-CMD
               GIVING WS-HM-MV-RC
           IF WS-HM-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo liberar '
                   FUNCTION TRIM(WS-HM-ROW-HELD)
               WRITE HOLD-MAIL-NEW-RECORD FROM WS-HM-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HM-RELEASED
           DISPLAY '  Liberado: ' FUNCTION TRIM(WS-HM-ROW-FINAL)
           MOVE SPACES TO WS-HM-LINE
           STRING WS-HM-ROW-CUST DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HM-ROW-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-HM-ROW-PROGRAM DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HM-ROW-HELD DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HM-ROW-FINAL DELIMITED BY SPACE
                  ',RELEASED,' DELIMITED BY SIZE
                  WS-APPEND-DATE DELIMITED BY SIZE
               INTO WS-HM-LINE
           END-STRING
           WRITE HOLD-MAIL-NEW-RECORD FROM WS-HM-LINE
           .

      *> ============================================================
      *> CANAL DE AVISOS Y CONSENTIMIENTO
      *> ============================================================

      *> Canal por el que el cliente quiere los avisos de
      *> notifications.csv: NOTIFY-DISPATCH los manda al gateway
      *> por SMS o email solo si hay consentimiento (S); sin el, o
      *> con canal PAPER, siguen saliendo por carta (LETTER-RENDER)
       CIF-CONTACT-PREFS.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           PERFORM LOAD-CUSTOMER-CONTACT
           IF WS-CT-FOUND = 'Y'
               DISPLAY 'Canal actual: ' WS-CT-ROW-CHANNEL
                   '  movil: ' FUNCTION TRIM(WS-CT-ROW-MOBILE)
                   '  email: ' FUNCTION TRIM(WS-CT-ROW-EMAIL)
               DISPLAY 'Consentimiento: ' WS-CT-ROW-CONSENT
                   ' desde ' WS-CT-ROW-DATE
           ELSE
               DISPLAY 'Sin canal registrado: los avisos salen '
                   'por carta'
               MOVE 'PAPER' TO WS-CT-ROW-CHANNEL
               MOVE CUST-PHONE(WS-CUST-INDEX) TO WS-CT-ROW-MOBILE
               MOVE SPACES TO WS-CT-ROW-EMAIL
               MOVE 'N' TO WS-CT-ROW-CONSENT
               MOVE SPACES TO WS-CT-ROW-DATE
           END-IF

           MOVE WS-CT-ROW-CHANNEL TO WS-CT-CHANNEL
           MOVE WS-CT-ROW-MOBILE TO WS-CT-MOBILE
           MOVE WS-CT-ROW-EMAIL TO WS-CT-EMAIL
           MOVE WS-CT-ROW-CONSENT TO WS-CT-CONSENT
           MOVE WS-CT-ROW-DATE TO WS-CT-DATE

           DISPLAY 'Canal (SMS/EMAIL/PAPER, vacio = '
               FUNCTION TRIM(WS-CT-CHANNEL) '): ' WITH NO ADVANCING
           ACCEPT WS-CT-IN
           IF WS-CT-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CT-IN) TO WS-CT-CHANNEL
           END-IF
           IF WS-CT-CHANNEL NOT = 'SMS' AND WS-CT-CHANNEL NOT = 'EMAIL'
               AND WS-CT-CHANNEL NOT = 'PAPER'
               DISPLAY 'ERROR: canal no valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Movil (vacio = '
               FUNCTION TRIM(WS-CT-MOBILE) '): ' WITH NO ADVANCING
           ACCEPT WS-CT-IN
           IF WS-CT-IN NOT = SPACES
               MOVE WS-CT-IN TO WS-CT-MOBILE
           END-IF
           DISPLAY 'Email (vacio = '
               FUNCTION TRIM(WS-CT-EMAIL) '): ' WITH NO ADVANCING
           ACCEPT WS-CT-IN
           IF WS-CT-IN NOT = SPACES
               MOVE WS-CT-IN TO WS-CT-EMAIL
           END-IF
           INSPECT WS-CT-MOBILE REPLACING ALL ',' BY ' '
           INSPECT WS-CT-EMAIL REPLACING ALL ',' BY ' '

           IF WS-CT-CHANNEL = 'SMS' AND WS-CT-MOBILE = SPACES
               DISPLAY 'ERROR: el canal SMS necesita un movil'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-AT-COUNT
           INSPECT WS-CT-EMAIL TALLYING WS-CT-AT-COUNT FOR ALL '@'
           IF WS-CT-CHANNEL = 'EMAIL' AND WS-CT-AT-COUNT NOT = 1
               DISPLAY 'ERROR: el canal EMAIL necesita un email '
                   'valido'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Consiente avisos electronicos (S/N, vacio = '
               WS-CT-CONSENT '): ' WITH NO ADVANCING
           ACCEPT WS-CT-IN
           IF WS-CT-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CT-IN(1:1))
                   TO WS-CT-CONSENT
           END-IF
           IF WS-CT-CONSENT NOT = 'S' AND WS-CT-CONSENT NOT = 'N'
               DISPLAY 'ERROR: responda S o N'
               EXIT PARAGRAPH
           END-IF
      *>   La fecha del consentimiento es la del ultimo cambio
           IF WS-CT-CONSENT NOT = WS-CT-ROW-CONSENT
               OR WS-CT-DATE = SPACES
               MOVE WS-APPEND-DATE TO WS-CT-DATE
           END-IF

           PERFORM REWRITE-CUSTOMER-CONTACT

           MOVE 'CIF-CONTACTO' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'CANAL-AVISOS' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           IF WS-CT-FOUND = 'Y'
               STRING WS-CT-ROW-CHANNEL DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-CT-ROW-CONSENT DELIMITED BY SIZE
                   INTO WS-MA-OLD
               END-STRING
           END-IF
           MOVE SPACES TO WS-MA-NEW
           STRING WS-CT-CHANNEL DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-CT-CONSENT DELIMITED BY SIZE
               INTO WS-MA-NEW
           END-STRING
           PERFORM APPEND-MAINT-AUDIT

           IF WS-CT-CHANNEL = 'PAPER' OR WS-CT-CONSENT = 'N'
               DISPLAY 'Avisos del cliente: por carta'
           ELSE
               DISPLAY 'Avisos del cliente: por '
                   FUNCTION TRIM(WS-CT-CHANNEL)
                   ' (carta si la entrega falla)'
           END-IF
           .

      *> Fila de customer-contact.csv de WS-TMP-CUST-ID
       LOAD-CUSTOMER-CONTACT.
           MOVE 'N' TO WS-CT-FOUND
           OPEN INPUT CONTACT-FILE
           IF WS-CT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CT-STATUS NOT = '00'
                   OR WS-CT-FOUND = 'Y'
               READ CONTACT-FILE INTO WS-CT-LINE
               IF WS-CT-STATUS = '00'
                   MOVE SPACES TO WS-CT-ROW-CUST WS-CT-ROW-CHANNEL
                       WS-CT-ROW-MOBILE WS-CT-ROW-EMAIL
                       WS-CT-ROW-CONSENT WS-CT-ROW-DATE
                   UNSTRING WS-CT-LINE DELIMITED BY ','
                       INTO WS-CT-ROW-CUST WS-CT-ROW-CHANNEL
                            WS-CT-ROW-MOBILE WS-CT-ROW-EMAIL
                            WS-CT-ROW-CONSENT WS-CT-ROW-DATE
                   END-UNSTRING
                   IF WS-CT-ROW-CUST = WS-TMP-CUST-ID
                       MOVE 'Y' TO WS-CT-FOUND
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTACT-FILE
           .

      *> Copia las filas de los demas clientes a .new, escribe la
      *> del cliente en curso con los valores WS-CT-* y sustituye
       REWRITE-CUSTOMER-CONTACT.
           OPEN OUTPUT CONTACT-NEW-FILE

           OPEN INPUT CONTACT-FILE
           IF WS-CT-STATUS = '00'
               PERFORM UNTIL WS-CT-STATUS NOT = '00'
                   READ CONTACT-FILE INTO WS-CT-LINE
                   IF WS-CT-STATUS = '00'
                       MOVE SPACES TO WS-CT-ROW-CUST
                       UNSTRING WS-CT-LINE DELIMITED BY ','
                           INTO WS-CT-ROW-CUST
                       END-UNSTRING
                       IF WS-CT-ROW-CUST NOT = WS-TMP-CUST-ID
                           WRITE CONTACT-NEW-RECORD FROM WS-CT-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF

           MOVE SPACES TO WS-CT-LINE
           STRING WS-TMP-CUST-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CT-CHANNEL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-MOBILE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-EMAIL) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CT-CONSENT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CT-DATE DELIMITED BY SIZE
               INTO WS-CT-LINE
           END-STRING
           WRITE CONTACT-NEW-RECORD FROM WS-CT-LINE
           CLOSE CONTACT-NEW-FILE

           MOVE SPACES TO WS-CT-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-CONTACT-NEW) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-CONTACT) DELIMITED BY SIZE
               INTO WS-CT-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CT-MV-CMD
               GIVING WS-CT-MV-RC
           IF WS-CT-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'customer-contact.csv'
           END-IF
           .

      *> ============================================================
      *> HERENCIAS (CLIENTE FALLECIDO)
      *> ============================================================

      *> Aviso de fallecimiento contra el CIF, certificado de saldos
      *> de la herencia y pago supervisado al albacea con cierre de
      *> las cuentas. Solo entran las cuentas de titularidad unica
      *> del fallecido: en una conjunta sigue operando el cotitular
       DO-ESTATE-MENU.
           IF WS-DATA-SOURCE NOT = 'CSV'
               DISPLAY 'ERROR: la gestion de herencias opera sobre '
                   'el ledger CSV'
               EXIT PARAGRAPH
           END-IF

           DISPLAY ' '
           DISPLAY '===== HERENCIAS (CLIENTE FALLECIDO) ====='
           DISPLAY '1 - Aviso de fallecimiento (supervisor)'
           DISPLAY '2 - Certificado de saldos de la herencia'
           DISPLAY '3 - Pago al albacea y cierre (supervisor)'
           DISPLAY '9 - Volver'
           DISPLAY 'Seleccione opcion: ' WITH NO ADVANCING
           ACCEPT WS-EST-OPTION

           EVALUATE WS-EST-OPTION
               WHEN 1
                   PERFORM ESTATE-NOTIFY-DEATH
               WHEN 2
                   PERFORM ESTATE-CERTIFICATE
               WHEN 3
                   PERFORM ESTATE-PAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> Marca fallecido al cliente (9a columna de customers.csv),
      *> congela sus cuentas de titularidad unica con motivo
      *> FALLECIDO y corta todo lo que las sigue moviendo sin el
      *> titular: ordenes permanentes, mandatos de adeudo, barridos
      *> y tarjetas
       ESTATE-NOTIFY-DEATH.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el aviso de fallecimiento requiere '
                   'una sesion de supervisor (MINIBANK_ROLE='
                   'SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED(WS-CUST-INDEX) NOT = SPACES
               DISPLAY 'ERROR: el cliente ya consta fallecido el '
                   CUST-DECEASED(WS-CUST-INDEX)
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           DISPLAY 'Fecha de fallecimiento (AAAA-MM-DD, vacio = '
               'hoy): ' WITH NO ADVANCING
           ACCEPT WS-EST-DEATH-DATE
           IF WS-EST-DEATH-DATE = SPACES
               MOVE WS-APPEND-DATE TO WS-EST-DEATH-DATE
           END-IF
           IF WS-EST-DEATH-DATE(5:1) NOT = '-'
               OR WS-EST-DEATH-DATE(8:1) NOT = '-'
               OR WS-EST-DEATH-DATE > WS-APPEND-DATE
               DISPLAY 'ERROR: fecha de fallecimiento no valida'
               EXIT PARAGRAPH
           END-IF

           PERFORM ESTATE-COLLECT-ACCOUNTS

           DISPLAY ' '
           DISPLAY 'Cliente: ' CUST-ID(WS-CUST-INDEX) ' '
               CUST-NAME(WS-CUST-INDEX)
           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
               IF EST-SOLE(IX-EST) = 'Y'
                   DISPLAY '  ' EST-ACCOUNT(IX-EST)
                       ' titularidad unica: se congela'
               ELSE
                   DISPLAY '  ' EST-ACCOUNT(IX-EST)
                       ' conjunta: sigue operando el cotitular'
               END-IF
           END-PERFORM
           DISPLAY 'Confirmar el aviso de fallecimiento (S/N)? '
               WITH NO ADVANCING
           ACCEPT WS-EST-CONFIRM
           IF WS-EST-CONFIRM NOT = 'S' AND WS-EST-CONFIRM NOT = 's'
               DISPLAY 'Aviso cancelado'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EST-DEATH-DATE TO CUST-DECEASED(WS-CUST-INDEX)
           PERFORM CIF-REWRITE-CUSTOMERS

           MOVE 'CIF-FALLEC' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'FALLECIDO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE WS-EST-DEATH-DATE TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           MOVE 0 TO WS-EST-N-FROZEN
           MOVE 0 TO WS-EST-N-ORDERS
           MOVE 0 TO WS-EST-N-MANDATES
           MOVE 0 TO WS-EST-N-SWEEPS
           MOVE 0 TO WS-EST-N-CARDS
           MOVE 0 TO WS-EST-N-PLANS

           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
               IF EST-SOLE(IX-EST) = 'Y'
                   PERFORM ESTATE-FREEZE-ONE-ACCOUNT
               END-IF
           END-PERFORM

           PERFORM ESTATE-SUSPEND-ORDERS
           PERFORM ESTATE-SUSPEND-MANDATES
           PERFORM ESTATE-SUSPEND-SWEEPS
           PERFORM ESTATE-HOTLIST-CARDS
           PERFORM ESTATE-SUSPEND-PLANS

           DISPLAY ' '
           DISPLAY 'Fallecimiento registrado: ' WS-TMP-CUST-ID
               ' (' WS-EST-DEATH-DATE ')'
           DISPLAY '  Cuentas congeladas        : ' WS-EST-N-FROZEN
           DISPLAY '  Ordenes permanentes susp. : ' WS-EST-N-ORDERS
           DISPLAY '  Mandatos de adeudo susp.  : '
               WS-EST-N-MANDATES
           DISPLAY '  Barridos suspendidos      : ' WS-EST-N-SWEEPS
           DISPLAY '  Tarjetas en lista negra   : ' WS-EST-N-CARDS
           DISPLAY '  Planes de ahorro susp.    : ' WS-EST-N-PLANS
           .

      *> Cuentas del cliente WS-TMP-CUST-ID en WS-EST-TABLE; las
      *> de firmante no son suyas y no entran. Es de titularidad
      *> unica si ningun otro cliente figura en ella salvo como
      *> firmante
       ESTATE-COLLECT-ACCOUNTS.
           MOVE 0 TO WS-EST-COUNT
           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
               IF LINK-CUST-ID(IX-LINK) = WS-TMP-CUST-ID
                   AND LINK-ROLE(IX-LINK) NOT = 'SIGNATORY'
                   AND WS-EST-COUNT < WS-EST-MAX
                   ADD 1 TO WS-EST-COUNT
                   MOVE LINK-ACCOUNT-ID(IX-LINK)
                       TO EST-ACCOUNT(WS-EST-COUNT)
                   MOVE 'Y' TO EST-SOLE(WS-EST-COUNT)
                   PERFORM VARYING WS-EST-LX FROM 1 BY 1
                       UNTIL WS-EST-LX > WS-CUST-LINK-COUNT
                       IF LINK-ACCOUNT-ID(WS-EST-LX)
                               = LINK-ACCOUNT-ID(IX-LINK)
                           AND LINK-CUST-ID(WS-EST-LX)
                               NOT = WS-TMP-CUST-ID
                           AND LINK-ROLE(WS-EST-LX) NOT = 'SIGNATORY'
                           MOVE 'N' TO EST-SOLE(WS-EST-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> WS-EST-IN-ESTATE = Y si WS-EST-LOOKUP es una cuenta de
      *> titularidad unica de la herencia en curso
       ESTATE-CHECK-ACCOUNT.
           MOVE 'N' TO WS-EST-IN-ESTATE
           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
                   OR WS-EST-IN-ESTATE = 'Y'
               IF EST-ACCOUNT(IX-EST) = WS-EST-LOOKUP
                   AND EST-SOLE(IX-EST) = 'Y'
                   MOVE 'Y' TO WS-EST-IN-ESTATE
               END-IF
           END-PERFORM
           .

      *> Congela con el circuito normal; una cuenta cerrada o ya
      *> congelada (por ejemplo por orden judicial) se deja como esta
       ESTATE-FREEZE-ONE-ACCOUNT.
           MOVE EST-ACCOUNT(IX-EST) TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-CLOSED(WS-ACC-INDEX)
               OR ACC-IS-FROZEN(WS-ACC-INDEX)
               DISPLAY 'Cuenta ' DB-ACCOUNT-ID ' ya '
                   ACC-STATUS(WS-ACC-INDEX) ': se deja como esta'
               EXIT PARAGRAPH
           END-IF

           MOVE 'FALLECIDO' TO WS-FREEZE-REASON-IN
           PERFORM FREEZE-ACCOUNT-CSV
           ADD 1 TO WS-EST-N-FROZEN
           .

      *> Ordenes permanentes: 7a columna SUSPENDED (STANDING-ORDERS
      *> las conserva sin dispararlas)
       ESTATE-SUSPEND-ORDERS.
           OPEN INPUT SO-EXPORT-FILE
           IF WS-SO-EXP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SO-NEW-FILE

           PERFORM UNTIL WS-SO-EXP-STATUS NOT = '00'
               READ SO-EXPORT-FILE
               IF WS-SO-EXP-STATUS = '00'
                   PERFORM ESTATE-SUSPEND-ONE-ORDER
               END-IF
           END-PERFORM

           CLOSE SO-NEW-FILE
           CLOSE SO-EXPORT-FILE

           MOVE SPACES TO WS-EST-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-STANDING-ORDERS-NEW)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-STANDING-ORDERS)
                      DELIMITED BY SIZE
               INTO WS-EST-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-EST-MV-CMD
               GIVING WS-EST-MV-RC
           IF WS-EST-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'standing-orders.csv'
           END-IF
           .

       ESTATE-SUSPEND-ONE-ORDER.
           MOVE SPACES TO WS-EST-SO-TYPE
           MOVE SPACES TO WS-EST-SO-CATEGORY
           MOVE SPACES TO WS-EST-SO-STATE
           UNSTRING SO-EXPORT-RECORD DELIMITED BY ','
               INTO WS-EST-LOOKUP WS-EST-SO-AMOUNT
                    WS-EST-SO-FREQUENCY WS-EST-SO-NEXT
                    WS-EST-SO-TYPE WS-EST-SO-CATEGORY
                    WS-EST-SO-STATE
           END-UNSTRING
           PERFORM ESTATE-CHECK-ACCOUNT

           IF WS-EST-IN-ESTATE = 'N'
               OR WS-EST-SO-STATE = 'SUSPENDED'
               WRITE SO-NEW-RECORD FROM SO-EXPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-EST-SO-TYPE = SPACES
               MOVE 'DEBIT' TO WS-EST-SO-TYPE
           END-IF
           IF WS-EST-SO-CATEGORY = SPACES
               MOVE 'DOMICILIACION' TO WS-EST-SO-CATEGORY
           END-IF
           MOVE SPACES TO SO-NEW-RECORD
           STRING WS-EST-LOOKUP       DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SO-AMOUNT    DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SO-FREQUENCY DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SO-NEXT      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SO-TYPE      DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SO-CATEGORY  DELIMITED BY SPACE
                  ',SUSPENDED'        DELIMITED BY SIZE
               INTO SO-NEW-RECORD
           END-STRING
           WRITE SO-NEW-RECORD
           ADD 1 TO WS-EST-N-ORDERS

           MOVE 'ORDEN-SUSP' TO WS-MA-ACTION
           MOVE WS-EST-LOOKUP TO WS-MA-ENTITY
           MOVE 'ORDEN-PERM' TO WS-MA-FIELD
           MOVE WS-EST-SO-AMOUNT TO WS-MA-OLD
           MOVE 'SUSPENDED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Mandatos ACTIVE pasan a SUSPENDED con la fecha del dia;
      *> DD-COLLECTIONS devuelve sus cobros con motivo FALLECIDO
       ESTATE-SUSPEND-MANDATES.
           OPEN INPUT DD-MANDATES-FILE
           IF WS-DDM-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DD-MANDATES-NEW-FILE

           PERFORM UNTIL WS-DDM-FILE-STATUS NOT = '00'
               READ DD-MANDATES-FILE INTO WS-DDM-LINE
               IF WS-DDM-FILE-STATUS = '00'
                   PERFORM ESTATE-SUSPEND-ONE-MANDATE
               END-IF
           END-PERFORM

           CLOSE DD-MANDATES-NEW-FILE
           CLOSE DD-MANDATES-FILE

           MOVE SPACES TO WS-DDM-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/dd-mandates.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/dd-mandates.csv' DELIMITED BY SIZE
               INTO WS-DDM-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-DDM-MV-CMD
               GIVING WS-DDM-MV-RC
           IF WS-DDM-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir el registro '
                   'de mandatos'
           END-IF
           .

       ESTATE-SUSPEND-ONE-MANDATE.
           MOVE WS-DDM-LINE TO WS-DDM-ORIG-LINE
           PERFORM PARSE-DDM-LINE
           MOVE WS-DDM-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT

           IF WS-EST-IN-ESTATE = 'N'
               OR WS-DDM-ROW-STATUS NOT = 'ACTIVE'
               WRITE DD-MANDATES-NEW-RECORD FROM WS-DDM-ORIG-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-APPEND-DATE
           MOVE SPACES TO WS-DDM-LINE
           STRING WS-DDM-ROW-ORIGINATOR DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-DDM-ROW-ACCOUNT    DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-DDM-ROW-REFERENCE  DELIMITED BY SPACE
                  ',SUSPENDED,'         DELIMITED BY SIZE
                  WS-APPEND-DATE        DELIMITED BY SIZE
               INTO WS-DDM-LINE
           END-STRING
           WRITE DD-MANDATES-NEW-RECORD FROM WS-DDM-LINE
           ADD 1 TO WS-EST-N-MANDATES

           MOVE 'MANDATO-SUSP' TO WS-MA-ACTION
           MOVE WS-DDM-ROW-ACCOUNT TO WS-MA-ENTITY
           MOVE 'MANDATO' TO WS-MA-FIELD
           MOVE WS-DDM-ROW-REFERENCE TO WS-MA-OLD
           MOVE 'SUSPENDED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Barridos: se suspende la instruccion si la cuenta de la
      *> herencia es la barrida o la contrapartida (SWEEP-EXEC solo
      *> ejecuta las ACTIVE)
       ESTATE-SUSPEND-SWEEPS.
           OPEN INPUT SWEEPS-FILE
           IF WS-SWP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SWEEPS-NEW-FILE

           PERFORM UNTIL WS-SWP-FILE-STATUS NOT = '00'
               READ SWEEPS-FILE
               IF WS-SWP-FILE-STATUS = '00'
                   PERFORM ESTATE-SUSPEND-ONE-SWEEP
               END-IF
           END-PERFORM

           CLOSE SWEEPS-NEW-FILE
           CLOSE SWEEPS-FILE

           MOVE SPACES TO WS-EST-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-SWEEPS-NEW) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTH-SWEEPS) DELIMITED BY SIZE
               INTO WS-EST-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-EST-MV-CMD
               GIVING WS-EST-MV-RC
           IF WS-EST-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'sweep-instructions.csv'
           END-IF
           .

       ESTATE-SUSPEND-ONE-SWEEP.
           MOVE SPACES TO WS-EST-SWP-PRIORITY
           MOVE SPACES TO WS-EST-SWP-STATE
           UNSTRING SWEEPS-RECORD DELIMITED BY ','
               INTO WS-EST-SWP-ACCOUNT WS-EST-SWP-COUNTER
                    WS-EST-SWP-MODE WS-EST-SWP-LEVEL
                    WS-EST-SWP-PRIORITY WS-EST-SWP-STATE
           END-UNSTRING

           MOVE WS-EST-SWP-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT
           IF WS-EST-IN-ESTATE = 'N'
               MOVE WS-EST-SWP-COUNTER TO WS-EST-LOOKUP
               PERFORM ESTATE-CHECK-ACCOUNT
           END-IF

           IF WS-EST-IN-ESTATE = 'N'
               OR (WS-EST-SWP-STATE NOT = SPACES
                   AND WS-EST-SWP-STATE NOT = 'ACTIVE')
               WRITE SWEEPS-NEW-RECORD FROM SWEEPS-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SWEEPS-NEW-RECORD
           STRING WS-EST-SWP-ACCOUNT  DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SWP-COUNTER  DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SWP-MODE     DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SWP-LEVEL    DELIMITED BY SPACE
                  ','                 DELIMITED BY SIZE
                  WS-EST-SWP-PRIORITY DELIMITED BY SPACE
                  ',SUSPENDED'        DELIMITED BY SIZE
               INTO SWEEPS-NEW-RECORD
           END-STRING
           WRITE SWEEPS-NEW-RECORD
           ADD 1 TO WS-EST-N-SWEEPS

           MOVE 'BARRIDO-SUSP' TO WS-MA-ACTION
           MOVE WS-EST-SWP-ACCOUNT TO WS-MA-ENTITY
           MOVE 'BARRIDO' TO WS-MA-FIELD
           MOVE WS-EST-SWP-COUNTER TO WS-MA-OLD
           MOVE 'SUSPENDED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Tarjetas de las cuentas de la herencia a HOTLISTED, como
      *> una tarjeta sustituida: no vuelven a operar
       ESTATE-HOTLIST-CARDS.
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CARDS-NEW-FILE

           PERFORM UNTIL WS-CARDS-FILE-STATUS NOT = '00'
               READ CARDS-FILE INTO WS-CARD-LINE
               IF WS-CARDS-FILE-STATUS = '00'
                   PERFORM ESTATE-HOTLIST-ONE-CARD
               END-IF
           END-PERFORM

           CLOSE CARDS-NEW-FILE
           CLOSE CARDS-FILE

           MOVE SPACES TO WS-CARD-MV-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv.new ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/cards.csv' DELIMITED BY SIZE
               INTO WS-CARD-MV-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CARD-MV-CMD
               GIVING WS-CARD-MV-RC
           IF WS-CARD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir cards.csv'
           END-IF
           .

       ESTATE-HOTLIST-ONE-CARD.
           PERFORM PARSE-CARD-LINE
           MOVE WS-CARD-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT

           IF WS-EST-IN-ESTATE = 'N'
               OR WS-CARD-ROW-STATUS = 'HOTLISTED'
               WRITE CARDS-NEW-RECORD FROM WS-CARD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-ROW-STATUS TO WS-MA-OLD
           MOVE 'HOTLISTED' TO WS-CARD-ROW-STATUS
           PERFORM BUILD-CARD-LINE
           WRITE CARDS-NEW-RECORD FROM WS-CARD-NEW-LINE
           ADD 1 TO WS-EST-N-CARDS

           MOVE 'TARJ-FALLEC' TO WS-MA-ACTION
           MOVE WS-CARD-ROW-NUMBER TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE 'HOTLISTED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Planes de ahorro ACTIVE de una cuenta de la herencia pasan
      *> a SUSPENDED: RD-INSTALMENTS deja de cobrar sus cuotas y lo
      *> ahorrado espera a la cancelacion del plan, que lo devuelve
      *> a la cuenta antes del pago de la herencia
       ESTATE-SUSPEND-PLANS.
           OPEN INPUT RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RD-REGISTER-NEW-FILE

           PERFORM UNTIL WS-RD-FILE-STATUS NOT = '00'
               READ RD-REGISTER-FILE INTO WS-RD-LINE
               IF WS-RD-FILE-STATUS = '00'
                   PERFORM ESTATE-SUSPEND-ONE-PLAN
               END-IF
           END-PERFORM

           CLOSE RD-REGISTER-NEW-FILE
           CLOSE RD-REGISTER-FILE
           PERFORM REPLACE-RD-REGISTER
           .

       ESTATE-SUSPEND-ONE-PLAN.
           PERFORM PARSE-RD-LINE
           MOVE WS-RD-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT

           IF WS-EST-IN-ESTATE = 'N'
               OR WS-RD-ROW-STATE NOT = 'ACTIVE'
               WRITE RD-REGISTER-NEW-RECORD FROM WS-RD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'SUSPENDED' TO WS-RD-ROW-STATE
           PERFORM BUILD-RD-LINE
           WRITE RD-REGISTER-NEW-RECORD FROM WS-RD-LINE
           ADD 1 TO WS-EST-N-PLANS
           DISPLAY '  Plan de ahorro RD-' FUNCTION TRIM(WS-RD-ROW-ID)
               ' de ' FUNCTION TRIM(WS-RD-ROW-ACCOUNT) ' ahorrado '
               FUNCTION TRIM(WS-RD-ROW-SAVED) ': suspendido'

           MOVE 'PLAN-SUSP' TO WS-MA-ACTION
           MOVE WS-RD-ROW-ACCOUNT TO WS-MA-ENTITY
           MOVE 'PLAN-AHORRO' TO WS-MA-FIELD
           MOVE WS-RD-ROW-ID TO WS-MA-OLD
           MOVE 'SUSPENDED' TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Certificado de saldos de la herencia en
      *> data/estate-cert-<cliente>.txt: cuentas, depositos a plazo
      *> y planes de ahorro con su interes devengado hasta hoy y
      *> prestamos pendientes
      *> con el interes del ciclo en curso (mismo calculo que la
      *> cotizacion de liquidacion). Las cuentas conjuntas se listan
      *> pero no computan en el total
       ESTATE-CERTIFICATE.
           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED(WS-CUST-INDEX) = SPACES
               DISPLAY 'ERROR: el cliente no consta fallecido; '
                   'registre antes el aviso de fallecimiento'
               EXIT PARAGRAPH
           END-IF

           PERFORM ESTATE-COLLECT-ACCOUNTS
           PERFORM SET-APPEND-DATE
           MOVE WS-APPEND-DATE TO WS-EST-DATE-IN
           PERFORM ESTATE-DATE-TO-INTEGER
           MOVE WS-EST-DATE-INT TO WS-EST-TODAY-INT

           MOVE 0 TO WS-EST-ACC-TOTAL
           MOVE 0 TO WS-EST-TD-TOTAL
           MOVE 0 TO WS-EST-RD-TOTAL
           MOVE 0 TO WS-EST-LOAN-TOTAL

           MOVE SPACES TO WS-EST-CERT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED BY SIZE
                  '/estate-cert-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-CUST-ID) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-EST-CERT-PATH
           END-STRING
           OPEN OUTPUT ESTATE-CERT-FILE

           DISPLAY ' '
           MOVE 'CERTIFICADO DE SALDOS A EFECTOS DE LA HERENCIA'
               TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Causante      : ' CUST-ID(WS-CUST-INDEX) ' '
                  CUST-NAME(WS-CUST-INDEX)
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Documento     : ' CUST-DOC(WS-CUST-INDEX)
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Fallecimiento : ' CUST-DECEASED(WS-CUST-INDEX)
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Saldos a fecha: ' WS-APPEND-DATE
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE

           MOVE SPACES TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE 'CUENTAS' TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
               PERFORM ESTATE-CERT-ACCOUNT-LINE
           END-PERFORM

           MOVE SPACES TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE 'DEPOSITOS A PLAZO (principal + interes devengado)'
               TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           OPEN INPUT TD-REGISTER-FILE
           IF WS-TD-FILE-STATUS = '00'
               PERFORM UNTIL WS-TD-FILE-STATUS NOT = '00'
                   READ TD-REGISTER-FILE INTO WS-TD-LINE
                   IF WS-TD-FILE-STATUS = '00'
                       PERFORM ESTATE-CERT-TD-LINE
                   END-IF
               END-PERFORM
               CLOSE TD-REGISTER-FILE
           END-IF

           MOVE SPACES TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE 'PLANES DE AHORRO (ahorrado + interes devengado)'
               TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           OPEN INPUT RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS = '00'
               PERFORM UNTIL WS-RD-FILE-STATUS NOT = '00'
                   READ RD-REGISTER-FILE INTO WS-RD-LINE
                   IF WS-RD-FILE-STATUS = '00'
                       PERFORM ESTATE-CERT-RD-LINE
                   END-IF
               END-PERFORM
               CLOSE RD-REGISTER-FILE
           END-IF

           MOVE SPACES TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE 'PRESTAMOS (capital vivo + interes del ciclo)'
               TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
                   READ LOANS-FILE INTO WS-LOAN-LINE
                   IF WS-LOANS-FILE-STATUS = '00'
                       PERFORM ESTATE-CERT-LOAN-LINE
                   END-IF
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF

           COMPUTE WS-EST-NET = WS-EST-ACC-TOTAL + WS-EST-TD-TOTAL
               + WS-EST-RD-TOTAL - WS-EST-LOAN-TOTAL
           MOVE SPACES TO WS-EST-CERT-LINE
           PERFORM ESTATE-CERT-WRITE
           MOVE WS-EST-ACC-TOTAL TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Total cuentas             : ' WS-EST-EDIT-1
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE WS-EST-TD-TOTAL TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Total depositos a plazo   : ' WS-EST-EDIT-1
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE WS-EST-RD-TOTAL TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Total planes de ahorro    : ' WS-EST-EDIT-1
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE WS-EST-LOAN-TOTAL TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Total prestamos pendientes: ' WS-EST-EDIT-1
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE WS-EST-NET TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'POSICION NETA DEL CAUSANTE: ' WS-EST-EDIT-1
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING 'Emitido por ' WS-TELLER-ID ' el ' WS-APPEND-DATE
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE

           CLOSE ESTATE-CERT-FILE

           MOVE 'HERENCIA-CERT' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'NETO' TO WS-MA-FIELD
           MOVE SPACES TO WS-MA-OLD
           MOVE WS-EST-EDIT-1 TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Certificado impreso en ' WS-EST-CERT-PATH
           .

       ESTATE-CERT-WRITE.
           WRITE ESTATE-CERT-RECORD FROM WS-EST-CERT-LINE
           DISPLAY FUNCTION TRIM(WS-EST-CERT-LINE TRAILING)
           .

       ESTATE-CERT-ACCOUNT-LINE.
           MOVE EST-ACCOUNT(IX-EST) TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               MOVE SPACES TO WS-EST-CERT-LINE
               STRING '  ' EST-ACCOUNT(IX-EST)
                      ' (cuenta no encontrada)'
                   DELIMITED BY SIZE INTO WS-EST-CERT-LINE
               END-STRING
               PERFORM ESTATE-CERT-WRITE
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-BALANCE(WS-ACC-INDEX) TO WS-EST-EDIT-1
           MOVE SPACES TO WS-EST-CERT-LINE
           IF EST-SOLE(IX-EST) = 'Y'
               ADD ACC-BALANCE(WS-ACC-INDEX) TO WS-EST-ACC-TOTAL
               STRING '  ' EST-ACCOUNT(IX-EST) ' '
                      ACC-STATUS(WS-ACC-INDEX) ' ' WS-EST-EDIT-1
                   DELIMITED BY SIZE INTO WS-EST-CERT-LINE
               END-STRING
           ELSE
               STRING '  ' EST-ACCOUNT(IX-EST) ' '
                      ACC-STATUS(WS-ACC-INDEX) ' ' WS-EST-EDIT-1
                      '  CONJUNTA (no computa)'
                   DELIMITED BY SIZE INTO WS-EST-CERT-LINE
               END-STRING
           END-IF
           PERFORM ESTATE-CERT-WRITE
           .

      *> Interes a dias/360 desde la apertura hasta hoy (o hasta el
      *> vencimiento, si ya paso), como TD-MATURITY
       ESTATE-CERT-TD-LINE.
           PERFORM PARSE-TD-LINE
           MOVE WS-TD-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT
           IF WS-EST-IN-ESTATE = 'N'
               OR WS-TD-ROW-STATE NOT = 'ACTIVE'
               OR FUNCTION TEST-NUMVAL(WS-TD-ROW-PRINCIPAL) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TD-ROW-RATE) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-TD-ROW-PRINCIPAL) TO WS-EST-PRIN
           MOVE FUNCTION NUMVAL(WS-TD-ROW-RATE) TO WS-EST-RATE
           MOVE WS-TD-ROW-OPEN TO WS-EST-DATE-IN
           PERFORM ESTATE-DATE-TO-INTEGER
           MOVE WS-EST-DATE-INT TO WS-EST-FROM-INT
           MOVE WS-TD-ROW-MATURITY TO WS-EST-DATE-IN
           PERFORM ESTATE-DATE-TO-INTEGER
           IF WS-EST-DATE-INT = 0
               OR WS-EST-DATE-INT > WS-EST-TODAY-INT
               MOVE WS-EST-TODAY-INT TO WS-EST-DATE-INT
           END-IF
           COMPUTE WS-EST-DAYS = WS-EST-DATE-INT - WS-EST-FROM-INT
           IF WS-EST-FROM-INT = 0 OR WS-EST-DAYS < 0
               MOVE 0 TO WS-EST-DAYS
           END-IF
           COMPUTE WS-EST-INTEREST ROUNDED =
               WS-EST-PRIN * WS-EST-RATE * WS-EST-DAYS / 360
           ADD WS-EST-PRIN WS-EST-INTEREST TO WS-EST-TD-TOTAL

           MOVE WS-EST-PRIN TO WS-EST-EDIT-1
           MOVE WS-EST-INTEREST TO WS-EST-EDIT-2
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING '  ' WS-TD-ROW-ID ' ' WS-TD-ROW-ACCOUNT(1:14)
                  ' vence ' WS-TD-ROW-MATURITY ' '
                  WS-EST-EDIT-1 ' +' WS-EST-EDIT-2
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           .

      *> Plan vivo (ACTIVE o SUSPENDED): lo ahorrado mas el interes
      *> del registro y el devengado a dias/360 desde su fecha de
      *> interes hasta hoy, neto de penalizaciones por impago, como
      *> lo calcula RD-INSTALMENTS
       ESTATE-CERT-RD-LINE.
           PERFORM PARSE-RD-LINE
           MOVE WS-RD-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT
           IF WS-EST-IN-ESTATE = 'N'
               OR (WS-RD-ROW-STATE NOT = 'ACTIVE'
                   AND WS-RD-ROW-STATE NOT = 'SUSPENDED')
               OR FUNCTION TEST-NUMVAL(WS-RD-ROW-SAVED) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-ROW-RATE) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-ROW-INTEREST) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-ROW-PENALTY) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-RD-ROW-SAVED) TO WS-EST-PRIN
           MOVE FUNCTION NUMVAL(WS-RD-ROW-RATE) TO WS-EST-RATE
           MOVE WS-RD-ROW-INT-DATE TO WS-EST-DATE-IN
           PERFORM ESTATE-DATE-TO-INTEGER
           COMPUTE WS-EST-DAYS = WS-EST-TODAY-INT - WS-EST-DATE-INT
           IF WS-EST-DATE-INT = 0 OR WS-EST-DAYS < 0
               MOVE 0 TO WS-EST-DAYS
           END-IF
           COMPUTE WS-EST-INTEREST ROUNDED =
               FUNCTION NUMVAL(WS-RD-ROW-INTEREST)
               + WS-EST-PRIN * WS-EST-RATE * WS-EST-DAYS / 360
               - FUNCTION NUMVAL(WS-RD-ROW-PENALTY)
           IF WS-EST-INTEREST < 0
               MOVE 0 TO WS-EST-INTEREST
           END-IF
           ADD WS-EST-PRIN WS-EST-INTEREST TO WS-EST-RD-TOTAL

           MOVE WS-EST-PRIN TO WS-EST-EDIT-1
           MOVE WS-EST-INTEREST TO WS-EST-EDIT-2
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING '  RD-' WS-RD-ROW-ID(1:8) ' '
                  WS-RD-ROW-ACCOUNT(1:14)
                  ' vence ' WS-RD-ROW-MATURITY ' '
                  WS-EST-EDIT-1 ' +' WS-EST-EDIT-2
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           .

      *> Interes del ciclo en curso: 30 dias menos los que faltan
      *> hasta el proximo vencimiento, como LOAN-PAYOFF
       ESTATE-CERT-LOAN-LINE.
           PERFORM PARSE-LOAN-LINE
           MOVE WS-LOAN-ROW-ACCOUNT TO WS-EST-LOOKUP
           PERFORM ESTATE-CHECK-ACCOUNT
           IF WS-EST-IN-ESTATE = 'N'
               OR (WS-LOAN-ROW-STATUS NOT = 'ACTIVE'
                   AND WS-LOAN-ROW-STATUS NOT = 'RESTRUCTURED')
               OR FUNCTION TEST-NUMVAL(WS-LOAN-ROW-PRIN-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LOAN-ROW-RATE-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-PRIN-STR) TO WS-EST-PRIN
           MOVE FUNCTION NUMVAL(WS-LOAN-ROW-RATE-STR) TO WS-EST-RATE
           MOVE WS-LOAN-ROW-NEXT-DATE TO WS-EST-DATE-IN
           PERFORM ESTATE-DATE-TO-INTEGER
           COMPUTE WS-EST-DAYS =
               30 - (WS-EST-DATE-INT - WS-EST-TODAY-INT)
           IF WS-EST-DATE-INT = 0 OR WS-EST-DAYS < 0
               MOVE 0 TO WS-EST-DAYS
           END-IF
           IF WS-EST-DAYS > 30
               MOVE 30 TO WS-EST-DAYS
           END-IF
           COMPUTE WS-EST-INTEREST ROUNDED =
               WS-EST-PRIN * WS-EST-RATE * WS-EST-DAYS / 360
           ADD WS-EST-PRIN WS-EST-INTEREST TO WS-EST-LOAN-TOTAL

           MOVE WS-EST-PRIN TO WS-EST-EDIT-1
           MOVE WS-EST-INTEREST TO WS-EST-EDIT-2
           MOVE SPACES TO WS-EST-CERT-LINE
           STRING '  ' WS-LOAN-ROW-ID ' ' WS-LOAN-ROW-ACCOUNT(1:14)
                  ' ' WS-EST-EDIT-1 ' +' WS-EST-EDIT-2
               DELIMITED BY SIZE INTO WS-EST-CERT-LINE
           END-STRING
           PERFORM ESTATE-CERT-WRITE
           .

      *> AAAA-MM-DD en WS-EST-DATE-IN -> dia juliano en
      *> WS-EST-DATE-INT (0 si la fecha no es valida)
       ESTATE-DATE-TO-INTEGER.
           MOVE 0 TO WS-EST-DATE-INT
           IF WS-EST-DATE-IN(1:4) IS NOT NUMERIC
               OR WS-EST-DATE-IN(6:2) IS NOT NUMERIC
               OR WS-EST-DATE-IN(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-DATE-IN(1:4) TO WS-EST-YYYYMMDD(1:4)
           MOVE WS-EST-DATE-IN(6:2) TO WS-EST-YYYYMMDD(5:2)
           MOVE WS-EST-DATE-IN(9:2) TO WS-EST-YYYYMMDD(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EST-YYYYMMDD) = 0
               COMPUTE WS-EST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EST-YYYYMMDD)
           END-IF
           .

      *> Pago supervisado de la herencia: el saldo de cada cuenta
      *> de titularidad unica sale a la cuenta del albacea en el
      *> banco o por transferencia al exterior (categoria HERENCIA)
      *> y la cuenta se cierra. Antes deben estar resueltos los
      *> depositos a plazo, los planes de ahorro, los prestamos y
      *> las retenciones
       ESTATE-PAYOUT.
           IF NOT ROLE-IS-SUPERVISOR
               DISPLAY 'ERROR: el pago de la herencia requiere una '
                   'sesion de supervisor (MINIBANK_ROLE=SUPERVISOR)'
               EXIT PARAGRAPH
           END-IF

           PERFORM ASK-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-BY-ID
           IF WS-CUST-FOUND = 'N'
               DISPLAY 'ERROR: cliente no encontrado'
               EXIT PARAGRAPH
           END-IF
           IF CUST-DECEASED(WS-CUST-INDEX) = SPACES
               DISPLAY 'ERROR: el cliente no consta fallecido'
               EXIT PARAGRAPH
           END-IF

           PERFORM ESTATE-COLLECT-ACCOUNTS
           PERFORM ESTATE-PAYOUT-CHECKS
           IF WS-EST-BLOCKED = 'Y'
               DISPLAY 'Pago no realizado: resuelva antes lo indicado'
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-PAY-TOTAL = 0 AND WS-EST-PAY-COUNT = 0
               DISPLAY 'No quedan cuentas de la herencia por pagar'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Nombre del albacea: ' WITH NO ADVANCING
           ACCEPT WS-EST-EXECUTOR
           DISPLAY 'Documento del albacea: ' WITH NO ADVANCING
           ACCEPT WS-EST-EXEC-DOC
           IF WS-EST-EXECUTOR = SPACES OR WS-EST-EXEC-DOC = SPACES
               DISPLAY 'ERROR: nombre y documento del albacea '
                   'obligatorios'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Destino (I = cuenta del albacea en el banco, '
               'E = transferencia al exterior): ' WITH NO ADVANCING
           ACCEPT WS-EST-DEST-MODE
           EVALUATE WS-EST-DEST-MODE
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WS-EST-DEST-MODE
                   DISPLAY 'Cuenta del albacea: ' WITH NO ADVANCING
                   ACCEPT WS-EST-DEST-ACCOUNT
                   MOVE WS-EST-DEST-ACCOUNT TO WS-EST-LOOKUP
                   PERFORM ESTATE-CHECK-ACCOUNT
                   MOVE WS-EST-DEST-ACCOUNT TO DB-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'N'
                       OR WS-EST-IN-ESTATE = 'Y'
                       DISPLAY 'ERROR: cuenta destino no valida'
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT ACC-IS-OPEN(WS-ACC-INDEX)
                       DISPLAY 'ERROR: la cuenta destino no esta '
                           'abierta'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO WS-EST-DEST-MODE
                   DISPLAY 'Banco destino (codigo): '
                       WITH NO ADVANCING
                   ACCEPT WS-EXT-DEST-BANK
                   DISPLAY 'Cuenta destino en ese banco: '
                       WITH NO ADVANCING
                   ACCEPT WS-EXT-DEST-ACCOUNT
                   MOVE WS-EXT-DEST-ACCOUNT TO DB-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'Y'
                       DISPLAY 'ERROR: el destino es una cuenta '
                           'propia; use el destino I'
                       EXIT PARAGRAPH
                   END-IF
      *>           El albacea que cobra fuera del banco pasa el
      *>           mismo cribado que cualquier beneficiario
                   MOVE WS-EST-EXECUTOR TO WS-SCREEN-NAME
                   MOVE WS-EST-EXEC-DOC TO WS-SCREEN-DOC
                   MOVE 'HERENCIA' TO WS-SCREEN-CONTEXT
                   PERFORM SCREEN-AGAINST-WATCHLIST
                   IF WS-SCREEN-HIT = 'Y'
                       DISPLAY 'PAGO BLOQUEADO: el albacea coincide '
                           'con la lista de vigilancia ('
                           WS-SCREEN-MATCHED ')'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'Destino no valido'
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-EST-PAY-TOTAL TO WS-EST-EDIT-1
           DISPLAY 'Se pagan ' WS-EST-EDIT-1 ' de '
               WS-EST-PAY-COUNT ' cuentas y se cierran. '
               'Confirmar (S/N)? ' WITH NO ADVANCING
           ACCEPT WS-EST-CONFIRM
           IF WS-EST-CONFIRM NOT = 'S' AND WS-EST-CONFIRM NOT = 's'
               DISPLAY 'Pago cancelado'
               EXIT PARAGRAPH
           END-IF

           MOVE 'HERENCIA' TO WS-APPEND-CATEGORY
           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
               IF EST-SOLE(IX-EST) = 'Y'
                   PERFORM ESTATE-PAY-ONE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE 'VENTANILLA' TO WS-APPEND-CATEGORY

           MOVE 'HERENCIA-PAGO' TO WS-MA-ACTION
           MOVE WS-TMP-CUST-ID TO WS-MA-ENTITY
           MOVE 'ALBACEA' TO WS-MA-FIELD
           MOVE WS-EST-EXEC-DOC TO WS-MA-OLD
           MOVE WS-EST-EXECUTOR TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT

           DISPLAY 'Herencia pagada a ' FUNCTION TRIM(WS-EST-EXECUTOR)
               ': ' WS-EST-EDIT-1
           .

      *> Importe a pagar y bloqueos: saldo deudor, retenciones
      *> activas, depositos a plazo, planes de ahorro o prestamos
      *> vivos
       ESTATE-PAYOUT-CHECKS.
           MOVE 'N' TO WS-EST-BLOCKED
           MOVE 0 TO WS-EST-PAY-TOTAL
           MOVE 0 TO WS-EST-PAY-COUNT

           PERFORM VARYING IX-EST FROM 1 BY 1
               UNTIL IX-EST > WS-EST-COUNT
               IF EST-SOLE(IX-EST) = 'Y'
                   MOVE EST-ACCOUNT(IX-EST) TO DB-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = 'Y'
                       AND NOT ACC-IS-CLOSED(WS-ACC-INDEX)
                       ADD 1 TO WS-EST-PAY-COUNT
                       IF ACC-BALANCE(WS-ACC-INDEX) < 0
                           MOVE 'Y' TO WS-EST-BLOCKED
                           DISPLAY 'Cuenta ' DB-ACCOUNT-ID
                               ' en descubierto'
                       ELSE
                           ADD ACC-BALANCE(WS-ACC-INDEX)
                               TO WS-EST-PAY-TOTAL
                       END-IF
                       PERFORM SUM-ACTIVE-HOLDS
                       IF WS-HOLDS-TOTAL > 0
                           MOVE 'Y' TO WS-EST-BLOCKED
                           DISPLAY 'Cuenta ' DB-ACCOUNT-ID
                               ' con retenciones activas'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT TD-REGISTER-FILE
           IF WS-TD-FILE-STATUS = '00'
               PERFORM UNTIL WS-TD-FILE-STATUS NOT = '00'
                   READ TD-REGISTER-FILE INTO WS-TD-LINE
                   IF WS-TD-FILE-STATUS = '00'
                       PERFORM PARSE-TD-LINE
                       MOVE WS-TD-ROW-ACCOUNT TO WS-EST-LOOKUP
                       PERFORM ESTATE-CHECK-ACCOUNT
                       IF WS-EST-IN-ESTATE = 'Y'
                           AND WS-TD-ROW-STATE = 'ACTIVE'
                           MOVE 'Y' TO WS-EST-BLOCKED
                           DISPLAY 'Deposito a plazo ' WS-TD-ROW-ID
                               ' activo: cancelelo antes'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TD-REGISTER-FILE
           END-IF

      *>   Un plan suspendido por el aviso sigue guardando lo
      *>   ahorrado fuera de la cuenta: se cancela antes del pago
           OPEN INPUT RD-REGISTER-FILE
           IF WS-RD-FILE-STATUS = '00'
               PERFORM UNTIL WS-RD-FILE-STATUS NOT = '00'
                   READ RD-REGISTER-FILE INTO WS-RD-LINE
                   IF WS-RD-FILE-STATUS = '00'
                       PERFORM PARSE-RD-LINE
                       MOVE WS-RD-ROW-ACCOUNT TO WS-EST-LOOKUP
                       PERFORM ESTATE-CHECK-ACCOUNT
                       IF WS-EST-IN-ESTATE = 'Y'
                           AND (WS-RD-ROW-STATE = 'ACTIVE'
                             OR WS-RD-ROW-STATE = 'SUSPENDED')
                           MOVE 'Y' TO WS-EST-BLOCKED
                           DISPLAY 'Plan de ahorro RD-'
                               FUNCTION TRIM(WS-RD-ROW-ID)
                               ' vivo: cancelelo antes'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RD-REGISTER-FILE
           END-IF

           OPEN INPUT LOANS-FILE
           IF WS-LOANS-FILE-STATUS = '00'
               PERFORM UNTIL WS-LOANS-FILE-STATUS NOT = '00'
                   READ LOANS-FILE INTO WS-LOAN-LINE
                   IF WS-LOANS-FILE-STATUS = '00'
                       PERFORM PARSE-LOAN-LINE
                       MOVE WS-LOAN-ROW-ACCOUNT TO WS-EST-LOOKUP
                       PERFORM ESTATE-CHECK-ACCOUNT
                       IF WS-EST-IN-ESTATE = 'Y'
                           AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                             OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                           MOVE 'Y' TO WS-EST-BLOCKED
                           DISPLAY 'Prestamo ' WS-LOAN-ROW-ID
                               ' vivo: liquidelo antes'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           .

      *> Traspaso del saldo al destino y cierre de la cuenta
       ESTATE-PAY-ONE-ACCOUNT.
           MOVE EST-ACCOUNT(IX-EST) TO DB-ACCOUNT-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = 'N'
               OR ACC-IS-CLOSED(WS-ACC-INDEX)
               EXIT PARAGRAPH
           END-IF

           IF ACC-BALANCE(WS-ACC-INDEX) > 0
               MOVE ACC-BALANCE(WS-ACC-INDEX) TO WS-TMP-AMOUNT
               PERFORM SET-APPEND-DATE
               IF WS-EST-DEST-MODE = 'I'
                   MOVE WS-EST-DEST-ACCOUNT TO WS-SUSP-DEST
               ELSE
                   MOVE WS-SETTLEMENT-ACCOUNT-ID TO WS-SUSP-DEST
               END-IF
               PERFORM APPEND-INTERNAL-TRANSFER-CSV
               IF WS-EST-DEST-MODE = 'E'
                   PERFORM APPEND-OUTBOUND-PENDING
               END-IF

               MOVE 0 TO ACC-BALANCE(WS-ACC-INDEX)
               MOVE WS-ACC-INDEX TO WS-ACC-INDEX-2
               MOVE WS-SUSP-DEST TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-OR-CREATE-ACCOUNT
               ADD WS-TMP-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
               MOVE WS-ACC-INDEX-2 TO WS-ACC-INDEX

               MOVE 'HERENCIA-PAGO' TO WS-MA-ACTION
               MOVE ACC-ID(WS-ACC-INDEX) TO WS-MA-ENTITY
               MOVE 'TRASPASO' TO WS-MA-FIELD
               MOVE WS-APPEND-AMOUNT-EDIT TO WS-MA-OLD
               IF WS-EST-DEST-MODE = 'I'
                   MOVE WS-EST-DEST-ACCOUNT TO WS-MA-NEW
               ELSE
                   MOVE SPACES TO WS-MA-NEW
                   STRING WS-EXT-DEST-BANK DELIMITED BY SPACE
                          ':' DELIMITED BY SIZE
                          WS-EXT-DEST-ACCOUNT DELIMITED BY SPACE
                       INTO WS-MA-NEW
                   END-STRING
               END-IF
               PERFORM APPEND-MAINT-AUDIT
               DISPLAY 'Cuenta ' ACC-ID(WS-ACC-INDEX) ': '
                   WS-APPEND-AMOUNT-EDIT ' pagado (ref '
                   WS-TX-REF ')'
           END-IF

           MOVE 'HERENC-CIERRE' TO WS-MA-ACTION
           MOVE ACC-ID(WS-ACC-INDEX) TO WS-MA-ENTITY
           MOVE 'ESTADO' TO WS-MA-FIELD
           MOVE ACC-STATUS(WS-ACC-INDEX) TO WS-MA-OLD
           MOVE 'CLOSED' TO WS-MA-NEW

           MOVE 'CLOSED' TO ACC-STATUS(WS-ACC-INDEX)
           PERFORM APPEND-CLOSED-ACCOUNT-LOG
           PERFORM APPEND-MAINT-AUDIT
           DISPLAY 'Cuenta cerrada: ' ACC-ID(WS-ACC-INDEX)
           .

      *> Pantalla de trabajo de revisiones KYC: recorre la cola que
           DISPLAY 'Revision registrada'
           .

      *> Localiza al titular menor de DB-ACCOUNT-ID: un cliente con
      *> tutor vinculado a la cuenta con un rol distinto de
      *> SIGNATORY (el apoderado no convierte la cuenta en de menor)
       FIND-MINOR-ON-ACCOUNT.
           MOVE 'N' TO WS-MINOR-FOUND
           MOVE SPACES TO WS-MINOR-CUST-ID
           MOVE SPACES TO WS-MINOR-GUARDIAN

           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-CUST-LINK-COUNT
                   OR WS-MINOR-FOUND = 'Y'
               IF LINK-ACCOUNT-ID(IX-LINK) = DB-ACCOUNT-ID
                   AND LINK-ROLE(IX-LINK) NOT = 'SIGNATORY'
                   PERFORM VARYING IX-CUST FROM 1 BY 1
                       UNTIL IX-CUST > WS-CUST-COUNT
                           OR WS-MINOR-FOUND = 'Y'
                       IF CUST-ID(IX-CUST) = LINK-CUST-ID(IX-LINK)
                           AND CUST-GUARDIAN(IX-CUST) NOT = SPACES
                           MOVE 'Y' TO WS-MINOR-FOUND
                           MOVE CUST-ID(IX-CUST) TO WS-MINOR-CUST-ID
                           MOVE CUST-GUARDIAN(IX-CUST)
                               TO WS-MINOR-GUARDIAN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> Retiradas y transferencias de una cuenta de menor: las
      *> ordena su tutor legal en ventanilla. Ni la sesion de
      *> supervisor ni el PIN de supervisor sustituyen al tutor; la
      *> autorizacion queda en el rastro de mantenimiento y hace las
      *> veces de la firma en CHECK-MANDATE-RULES
       CHECK-MINOR-GUARDIAN.
           MOVE 'N' TO WS-MINOR-DENIED
           MOVE 'N' TO WS-MINOR-AUTH

           PERFORM FIND-MINOR-ON-ACCOUNT
           IF WS-MINOR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Cuenta de menor (cliente '
               FUNCTION TRIM(WS-MINOR-CUST-ID)
               '): la operacion la autoriza su tutor legal'
           DISPLAY 'Cliente tutor que autoriza: ' WITH NO ADVANCING
           ACCEPT WS-MINOR-SIGNER

           IF WS-MINOR-SIGNER NOT = WS-MINOR-GUARDIAN
               MOVE 'Y' TO WS-MINOR-DENIED
               DISPLAY 'ERROR: el cliente indicado no es el tutor '
                   'legal del menor; operacion denegada'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-MINOR-AUTH
           MOVE DB-ACCOUNT-ID TO WS-MINOR-AUTH-ACCOUNT
           MOVE 'MENOR-AUTORIZ' TO WS-MA-ACTION
           MOVE DB-ACCOUNT-ID TO WS-MA-ENTITY
           MOVE 'TUTOR' TO WS-MA-FIELD
           MOVE WS-MINOR-CUST-ID TO WS-MA-OLD
           MOVE WS-MINOR-GUARDIAN TO WS-MA-NEW
           PERFORM APPEND-MAINT-AUDIT
           .

      *> Reglas de mandato del vinculo cuenta-cliente: una cuenta de
      *> firma conjunta (JOINT-BOTH) exige ambas firmas y la
      *> operacion queda siempre en la cola de revision; en
           MOVE 'N' TO WS-MANDATE-LINKED
           MOVE 'N' TO WS-MANDATE-BOTH

           *> En la cuenta de un menor firma el tutor, que ya se
           *> identifico en CHECK-MINOR-GUARDIAN
           IF WS-MINOR-AUTH = 'Y'
               AND WS-MINOR-AUTH-ACCOUNT = DB-ACCOUNT-ID
               MOVE 'N' TO WS-MINOR-AUTH
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MINOR-AUTH

           *> La autorizacion de supervisor ya concedida hace las
           *> veces de la firma que falta: sin esto, la aprobacion
           *> desde la cola volveria a retener la misma operacion
           DISPLAY ' '
           DISPLAY '‚úÖ Desconectado de DB2'
           .

       *> Encadena en MBCHAIN la huella de la fila recien anotada en
       *> el ledger (CHAIN-ROW), dentro del mismo cerrojo del ledger
       SEAL-LEDGER-ROW.
           MOVE WS-DATA-DIR TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL 'MBCHAIN' USING CHAIN-REQUEST
           .

       *> Antes de reescribir transactions.csv: comprueba que la
       *> cadena del ledger vivo cuadra (CHAIN-BROKEN si no)
       VERIFY-LEDGER-CHAIN.
           MOVE WS-DATA-DIR TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-VERIFY-LIVE TO TRUE
           CALL 'MBCHAIN' USING CHAIN-REQUEST
           IF CHAIN-BROKEN
               DISPLAY '‚ùå CADENA DEL LEDGER ROTA: '
                   FUNCTION TRIM(CHAIN-BREAK-FILE) ' linea '
                   CHAIN-BREAK-LINE
               DISPLAY '   ' FUNCTION TRIM(CHAIN-BREAK-REASON)
           END-IF
           .

       *> Tras reescribir transactions.csv: rehace sus huellas y la
       *> cabecera de la cadena
       RESEAL-LEDGER-CHAIN.
           MOVE WS-DATA-DIR TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-RESEAL-LIVE TO TRUE
           CALL 'MBCHAIN' USING CHAIN-REQUEST
           .
