           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DeclaracionEfectivo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt" *>de aqui salen los ingresos y reintegros en efectivo del mes
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>cuenta de cada operacion -> su ClienteTitular
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT ArchivoClientes ASSIGN TO "..\clientes.dat" *>maestro de clientes: el Documento es la persona que se declara
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCliente
    FILE STATUS IS EstadoClientes.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN DYNAMIC NombreArchivoMovimientos *>movimientos_<fecha>.txt ya aplicados (y movimientos.txt): terminal de cada referencia
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoDeclaracion ASSIGN DYNAMIC NombreArchivoDeclaracion *>declaracion mensual para el regulador, formato fijo
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoControl ASSIGN TO "..\control_declaraciones.txt" *>listado de control: cada declaracion presentada, cuando y con que contenido
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Aud-Cuenta            PIC 9(5).
   02 FILLER                PIC X(3).
   02 Aud-Operacion         PIC X(30).
   02 FILLER                PIC X(3).
   02 Aud-Dinero            PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-Moneda            PIC X(3).
   02 FILLER                PIC X(3).
   02 Aud-Fecha             PIC 9(8).
   02 FILLER                PIC X(1).
   02 Aud-Hora              PIC 9(6).
   02 FILLER                PIC X(3).
   02 Aud-CuentaRelacionada PIC 9(5).
   02 FILLER                PIC X(3).
   02 Aud-Referencia        PIC 9(7).
   02 FILLER                PIC X(3).
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-MonedaOriginal    PIC X(3).
   02 FILLER                PIC X(3).
   02 Aud-Cliente           PIC 9(5).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 Nombre             PIC X(15).
   02 Saldo              PIC S9(5)V99.
   02 Moneda             PIC X(3).
   02 CuentaPIN          PIC 9(4).
   02 IntentosFallidos   PIC 9(1).
   02 EstadoCuenta       PIC X(1).
   02 ClienteTitular     PIC 9(5).
   02 LimiteSobregiro    PIC 9(5)V99.
   02 TipoProducto       PIC X(1).
   02 CambioPINPendiente PIC X(1).

FD ArchivoClientes.
01 RegistroCliente.
   02 IdCliente          PIC 9(5).
   02 NombreCliente       PIC X(25).
   02 Documento           PIC X(12).
   02 FechaAlta           PIC 9(8).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta             PIC 9(5).
   02 MovTipoOperacion   PIC X(1).
   02 Cantidad           PIC 9(4)V99.
   02 Mov-Fecha          PIC 9(8).
   02 Mov-Hora           PIC 9(6).
   02 Mov-Referencia     PIC 9(7).
   02 Mov-Origen         PIC X(1).
   02 Mov-Moneda         PIC X(3).
   02 Mov-Canal          PIC X(4).

*> Declaracion: '1' cabecera, y por cada persona un '2' con su
*> identidad y los totales del mes seguido de un '3' por cada
*> operacion declarada; '9' totales de la declaracion
FD ArchivoDeclaracion.
01 RegistroCabeceraDeclaracion.
   02 DC-Tipo           PIC X(1).
   02 DC-Periodo        PIC 9(6).
   02 DC-FechaGeneracion PIC 9(8).
   02 DC-HoraGeneracion PIC 9(6).
   02 DC-Declarante     PIC X(20).
   02 DC-Umbral         PIC 9(7)V99.
   02 DC-Sustitutiva    PIC X(1).
   02 FILLER            PIC X(49).
01 RegistroDeclarado.
   02 DD-Tipo           PIC X(1).
   02 DD-Documento      PIC X(12).
   02 DD-Nombre         PIC X(25).
   02 DD-NumOperaciones PIC 9(4).
   02 DD-IngresosEUR    PIC 9(9)V99.
   02 DD-RetirosEUR     PIC 9(9)V99.
   02 DD-IngresosUSD    PIC 9(9)V99.
   02 DD-RetirosUSD     PIC 9(9)V99.
   02 FILLER            PIC X(14).
01 RegistroOperacionDeclarada.
   02 DO-Tipo           PIC X(1).
   02 DO-Documento      PIC X(12).
   02 DO-Cuenta         PIC 9(5).
   02 DO-Clase          PIC X(1).
   02 DO-Fecha          PIC 9(8).
   02 DO-Hora           PIC 9(6).
   02 DO-Referencia     PIC 9(7).
   02 DO-Terminal       PIC X(4).
   02 DO-Importe        PIC 9(7)V99.
   02 DO-Moneda         PIC X(3).
   02 FILLER            PIC X(44).
01 RegistroTotalDeclaracion.
   02 DT-Tipo           PIC X(1).
   02 DT-NumDeclarados  PIC 9(5).
   02 DT-NumOperaciones PIC 9(6).
   02 DT-IngresosEUR    PIC 9(9)V99.
   02 DT-RetirosEUR     PIC 9(9)V99.
   02 DT-IngresosUSD    PIC 9(9)V99.
   02 DT-RetirosUSD     PIC 9(9)V99.
   02 FILLER            PIC X(44).

FD ArchivoControl.
01 LineaControl          PIC X(100).

WORKING-STORAGE SECTION.
01 EstadoArchivo     PIC X(2).
01 EstadoClientes    PIC X(2).
01 SwFinAuditoria    PIC X(1) VALUE 'N'.
01 SwFinMovimientos  PIC X(1) VALUE 'N'.
01 SwFinControl      PIC X(1) VALUE 'N'.
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 PeriodoDeclarado  PIC 9(6).
01 NombreArchivoDeclaracion PIC X(40).
01 NombreArchivoMovimientos PIC X(40).

*> Umbral legal por operacion: se declaran los ingresos y reintegros
*> en efectivo de este importe o superior, en la moneda de la cuenta
01 UmbralDeclaracion PIC 9(7)V99 VALUE 3000.00.
01 Declarante        PIC X(20) VALUE "BANCO - RED CAJEROS".

*> Una fila por operacion en efectivo del mes que alcanza el umbral,
*> con la persona (Documento) a la que pertenece su cuenta
01 TablaOperaciones.
   02 FilaOperacion OCCURS 500 TIMES.
      03 OP-Cuenta       PIC 9(5).
      03 OP-Clase        PIC X(1).
         88 OP-Ingreso      VALUE 'I'.
         88 OP-Reintegro    VALUE 'R'.
      03 OP-Fecha        PIC 9(8).
      03 OP-Hora         PIC 9(6).
      03 OP-Referencia   PIC 9(7).
      03 OP-Terminal     PIC X(4).
      03 OP-Importe      PIC 9(5)V99.
      03 OP-Moneda       PIC X(3).
      03 OP-Documento    PIC X(12).
      03 OP-Nombre       PIC X(25).
      03 OP-Declarada    PIC X(1).
01 ContadorOperaciones PIC 9(3) VALUE 0.
01 IndiceOperacion   PIC 9(3).
01 IndicePersona     PIC 9(3).
01 ContadorOmitidas  PIC 9(5) VALUE 0.
01 ClaseOperacion    PIC X(1).

*> Recorrido de los ficheros de movimientos del mes (y de los
*> primeros dias del siguiente, por si el batch los archivo tarde)
01 DiaArchivo        PIC 9(2).
01 PeriodoArchivo    PIC 9(6).
01 AnoSiguiente      PIC 9(4).
01 MesSiguiente      PIC 9(2).
01 DiasMesSiguiente  PIC 9(2) VALUE 7.

*> Totales de la persona en curso y de la declaracion entera
01 DocumentoActual   PIC X(12).
01 NombreActual      PIC X(25).
01 OperacionesPersona PIC 9(4).
01 IngresosPersonaEUR PIC 9(9)V99.
01 RetirosPersonaEUR PIC 9(9)V99.
01 IngresosPersonaUSD PIC 9(9)V99.
01 RetirosPersonaUSD PIC 9(9)V99.
01 ContadorDeclarados PIC 9(5) VALUE 0.
01 ContadorDeclaradas PIC 9(6) VALUE 0.
01 TotalIngresosEUR  PIC 9(9)V99 VALUE 0.
01 TotalRetirosEUR   PIC 9(9)V99 VALUE 0.
01 TotalIngresosUSD  PIC 9(9)V99 VALUE 0.
01 TotalRetirosUSD   PIC 9(9)V99 VALUE 0.
01 ContadorSinCliente PIC 9(4) VALUE 0.
01 ContadorSinTerminal PIC 9(4) VALUE 0.

*> Una declaracion ya presentada para el mismo periodo hace que esta
*> salga como sustitutiva de la anterior
01 SwSustitutiva     PIC X(1) VALUE 'N'.
   88 Es-Sustitutiva     VALUE 'S'.

01 DineroBonito      PIC ZZZ,ZZZ,ZZ9.99.
01 ImporteBonito     PIC ZZZZ9.99.

PROCEDURE DIVISION.
    DISPLAY "=== DECLARACION MENSUAL DE OPERACIONES EN EFECTIVO ==="
    DISPLAY "Mes a declarar (AAAAMM): "
    ACCEPT PeriodoDeclarado
    PERFORM LEER-FECHA-NEGOCIO
    ACCEPT HoraActual FROM TIME

    IF PeriodoDeclarado(5:2) < "01" OR PeriodoDeclarado(5:2) > "12"
        DISPLAY "Error: el mes " PeriodoDeclarado " no es valido."
        STOP RUN
    END-IF
    IF PeriodoDeclarado >= FechaHoy(1:6)
        DISPLAY "Error: solo se declaran meses ya cerrados."
        STOP RUN
    END-IF

    OPEN INPUT ArchivoCuentas
    IF EstadoArchivo NOT = "00"
        DISPLAY "Error: no se pudo abrir cuentas.dat (estado " EstadoArchivo ")."
        STOP RUN
    END-IF
    OPEN INPUT ArchivoClientes
    IF EstadoClientes NOT = "00"
        DISPLAY "Error: no se pudo abrir clientes.dat (estado " EstadoClientes ")."
        CLOSE ArchivoCuentas
        STOP RUN
    END-IF

    PERFORM CARGAR-OPERACIONES-MES
    CLOSE ArchivoClientes
    CLOSE ArchivoCuentas

    PERFORM LOCALIZAR-TERMINALES
    PERFORM COMPROBAR-PRESENTACION-ANTERIOR

    MOVE SPACES TO NombreArchivoDeclaracion
    STRING "..\declaracion_efectivo_" PeriodoDeclarado ".txt"
           DELIMITED BY SIZE INTO NombreArchivoDeclaracion
    OPEN OUTPUT ArchivoDeclaracion
    OPEN EXTEND ArchivoControl

    MOVE SPACES TO RegistroCabeceraDeclaracion
    MOVE '1' TO DC-Tipo
    MOVE PeriodoDeclarado TO DC-Periodo
    MOVE FechaHoy TO DC-FechaGeneracion
    MOVE HoraActual TO DC-HoraGeneracion
    MOVE Declarante TO DC-Declarante
    MOVE UmbralDeclaracion TO DC-Umbral
    MOVE SwSustitutiva TO DC-Sustitutiva
    WRITE RegistroCabeceraDeclaracion

    MOVE SPACES TO LineaControl
    IF Es-Sustitutiva
        STRING "DECLARACION " PeriodoDeclarado " presentada el " FechaHoy " a las " HoraActual " (SUSTITUTIVA) en " NombreArchivoDeclaracion INTO LineaControl
    ELSE
        STRING "DECLARACION " PeriodoDeclarado " presentada el " FechaHoy " a las " HoraActual " en " NombreArchivoDeclaracion INTO LineaControl
    END-IF
    WRITE LineaControl
    MOVE UmbralDeclaracion TO ImporteBonito
    MOVE SPACES TO LineaControl
    STRING "  Umbral por operacion: " ImporteBonito INTO LineaControl
    WRITE LineaControl

    *> Cada persona se declara una sola vez: la primera operacion
    *> aun no declarada fija el Documento, y se recogen todas las
    *> suyas, vengan de la cuenta que vengan
    MOVE 1 TO IndicePersona
    PERFORM UNTIL IndicePersona > ContadorOperaciones
        IF OP-Declarada(IndicePersona) = 'N'
            PERFORM DECLARAR-PERSONA
        END-IF
        ADD 1 TO IndicePersona
    END-PERFORM

    MOVE SPACES TO RegistroTotalDeclaracion
    MOVE '9' TO DT-Tipo
    MOVE ContadorDeclarados TO DT-NumDeclarados
    MOVE ContadorDeclaradas TO DT-NumOperaciones
    MOVE TotalIngresosEUR TO DT-IngresosEUR
    MOVE TotalRetirosEUR TO DT-RetirosEUR
    MOVE TotalIngresosUSD TO DT-IngresosUSD
    MOVE TotalRetirosUSD TO DT-RetirosUSD
    WRITE RegistroTotalDeclaracion

    MOVE SPACES TO LineaControl
    STRING "  Total: " ContadorDeclarados " personas, " ContadorDeclaradas " operaciones declaradas" INTO LineaControl
    WRITE LineaControl
    MOVE TotalIngresosEUR TO DineroBonito
    MOVE SPACES TO LineaControl
    STRING "  Ingresos EUR: " DineroBonito INTO LineaControl
    WRITE LineaControl
    MOVE TotalRetirosEUR TO DineroBonito
    MOVE SPACES TO LineaControl
    STRING "  Reintegros EUR: " DineroBonito INTO LineaControl
    WRITE LineaControl
    MOVE TotalIngresosUSD TO DineroBonito
    MOVE SPACES TO LineaControl
    STRING "  Ingresos USD: " DineroBonito INTO LineaControl
    WRITE LineaControl
    MOVE TotalRetirosUSD TO DineroBonito
    MOVE SPACES TO LineaControl
    STRING "  Reintegros USD: " DineroBonito INTO LineaControl
    WRITE LineaControl
    IF ContadorSinCliente > 0
        MOVE SPACES TO LineaControl
        STRING "  INCIDENCIA: " ContadorSinCliente " operaciones de cuentas sin cliente con Documento, NO declaradas" INTO LineaControl
        WRITE LineaControl
    END-IF
    IF ContadorSinTerminal > 0
        MOVE SPACES TO LineaControl
        STRING "  INCIDENCIA: " ContadorSinTerminal " operaciones declaradas sin terminal localizado" INTO LineaControl
        WRITE LineaControl
    END-IF
    IF ContadorOmitidas > 0
        MOVE SPACES TO LineaControl
        STRING "  INCIDENCIA: " ContadorOmitidas " operaciones por encima de la capacidad de la tabla, NO declaradas" INTO LineaControl
        WRITE LineaControl
    END-IF

    CLOSE ArchivoControl
    CLOSE ArchivoDeclaracion

    DISPLAY "Declaracion de " PeriodoDeclarado " generada: " ContadorDeclarados " personas, " ContadorDeclaradas " operaciones."
    DISPLAY "Revisa " NombreArchivoDeclaracion " y control_declaraciones.txt"
    STOP RUN.

*> ---------------------------------------------------------------
*> Recorre el historial quedandose con los ingresos y reintegros en
*> efectivo del mes que alcanzan el umbral, y resuelve la persona
*> de cada uno por cuentas.dat -> clientes.dat
*> ---------------------------------------------------------------
CARGAR-OPERACIONES-MES.
    MOVE 0 TO ContadorOperaciones
    OPEN INPUT ArchivoAuditoria
    READ ArchivoAuditoria
        AT END MOVE 'S' TO SwFinAuditoria
    END-READ
    PERFORM UNTIL SwFinAuditoria = 'S'
        IF Aud-Fecha(1:6) = PeriodoDeclarado AND Aud-Dinero >= UmbralDeclaracion
            MOVE SPACE TO ClaseOperacion
            EVALUATE TRUE
                WHEN Aud-Operacion(1:17) = "REINTEGRO EXITOSO"
                    MOVE 'R' TO ClaseOperacion
                WHEN Aud-Operacion(1:29) = "EL INGRESO HA SIDO UN EXITO!!"
                    MOVE 'I' TO ClaseOperacion
                *> El sobre cuenta cuando la oficina lo verifica y abona,
                *> por el importe realmente contado
                WHEN Aud-Operacion(1:27) = "INGRESO EN SOBRE VERIFICADO"
                WHEN Aud-Operacion(1:28) = "INGRESO EN SOBRE VERIF AJUST"
                    MOVE 'I' TO ClaseOperacion
            END-EVALUATE
            IF ClaseOperacion NOT = SPACE
                PERFORM ANOTAR-OPERACION
            END-IF
        END-IF
        READ ArchivoAuditoria
            AT END MOVE 'S' TO SwFinAuditoria
        END-READ
    END-PERFORM
    CLOSE ArchivoAuditoria.

*> ---------------------------------------------------------------
*> Da de alta en la tabla la operacion leida del historial. Se
*> declara a nombre de quien la hizo (Aud-Cliente, que el cajero
*> anota en cada linea); las lineas anteriores, sin ese dato, van
*> al ClienteTitular de la cuenta. Si no se llega a un cliente con
*> Documento no se puede declarar: queda como incidencia en el
*> listado de control.
*> ---------------------------------------------------------------
ANOTAR-OPERACION.
    IF ContadorOperaciones >= 500
        ADD 1 TO ContadorOmitidas
        EXIT PARAGRAPH
    END-IF

    MOVE Aud-Cuenta TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            ADD 1 TO ContadorSinCliente
            EXIT PARAGRAPH
    END-READ
    IF Aud-Cliente IS NUMERIC AND Aud-Cliente NOT = 0
        MOVE Aud-Cliente TO IdCliente
    ELSE
        IF ClienteTitular = 0
            ADD 1 TO ContadorSinCliente
            EXIT PARAGRAPH
        END-IF
        MOVE ClienteTitular TO IdCliente
    END-IF
    READ ArchivoClientes
        INVALID KEY
            ADD 1 TO ContadorSinCliente
            EXIT PARAGRAPH
    END-READ
    IF Documento = SPACES
        ADD 1 TO ContadorSinCliente
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ContadorOperaciones
    MOVE Aud-Cuenta TO OP-Cuenta(ContadorOperaciones)
    MOVE ClaseOperacion TO OP-Clase(ContadorOperaciones)
    MOVE Aud-Fecha TO OP-Fecha(ContadorOperaciones)
    MOVE Aud-Hora TO OP-Hora(ContadorOperaciones)
    MOVE Aud-Referencia TO OP-Referencia(ContadorOperaciones)
    MOVE SPACES TO OP-Terminal(ContadorOperaciones)
    MOVE Aud-Dinero TO OP-Importe(ContadorOperaciones)
    MOVE Aud-Moneda TO OP-Moneda(ContadorOperaciones)
    MOVE Documento TO OP-Documento(ContadorOperaciones)
    MOVE NombreCliente TO OP-Nombre(ContadorOperaciones)
    MOVE 'N' TO OP-Declarada(ContadorOperaciones).

*> ---------------------------------------------------------------
*> El historial no guarda el terminal: se busca el movimiento de la
*> misma cuenta y referencia en los movimientos archivados del mes
*> (y de los primeros dias del siguiente) y en los aun pendientes
*> ---------------------------------------------------------------
LOCALIZAR-TERMINALES.
    IF ContadorOperaciones = 0
        EXIT PARAGRAPH
    END-IF

    MOVE PeriodoDeclarado TO PeriodoArchivo
    MOVE 1 TO DiaArchivo
    PERFORM UNTIL DiaArchivo > 31
        PERFORM BUSCAR-EN-ARCHIVO-DEL-DIA
        ADD 1 TO DiaArchivo
    END-PERFORM

    MOVE PeriodoDeclarado(1:4) TO AnoSiguiente
    MOVE PeriodoDeclarado(5:2) TO MesSiguiente
    IF MesSiguiente = 12
        ADD 1 TO AnoSiguiente
        MOVE 1 TO MesSiguiente
    ELSE
        ADD 1 TO MesSiguiente
    END-IF
    COMPUTE PeriodoArchivo = AnoSiguiente * 100 + MesSiguiente
    MOVE 1 TO DiaArchivo
    PERFORM UNTIL DiaArchivo > DiasMesSiguiente
        PERFORM BUSCAR-EN-ARCHIVO-DEL-DIA
        ADD 1 TO DiaArchivo
    END-PERFORM

    MOVE "..\movimientos.txt" TO NombreArchivoMovimientos
    PERFORM BUSCAR-TERMINALES-EN-ARCHIVO

    MOVE 1 TO IndiceOperacion
    PERFORM UNTIL IndiceOperacion > ContadorOperaciones
        IF OP-Terminal(IndiceOperacion) = SPACES
            ADD 1 TO ContadorSinTerminal
        END-IF
        ADD 1 TO IndiceOperacion
    END-PERFORM.

*> ---------------------------------------------------------------
*> Compone el nombre de movimientos_<AAAAMMDD>.txt del dia en curso
*> del recorrido y lo revisa (si ese dia no hubo batch, no existe)
*> ---------------------------------------------------------------
BUSCAR-EN-ARCHIVO-DEL-DIA.
    MOVE SPACES TO NombreArchivoMovimientos
    STRING "..\movimientos_" PeriodoArchivo DiaArchivo ".txt"
           DELIMITED BY SIZE INTO NombreArchivoMovimientos
    PERFORM BUSCAR-TERMINALES-EN-ARCHIVO.

*> ---------------------------------------------------------------
*> Anota el canal de cada movimiento del fichero abierto que case en
*> cuenta y referencia con una operacion aun sin terminal
*> ---------------------------------------------------------------
BUSCAR-TERMINALES-EN-ARCHIVO.
    MOVE 'N' TO SwFinMovimientos
    OPEN INPUT ArchivoMovimientos
    READ ArchivoMovimientos
        AT END MOVE 'S' TO SwFinMovimientos
    END-READ
    PERFORM UNTIL SwFinMovimientos = 'S'
        MOVE 1 TO IndiceOperacion
        PERFORM UNTIL IndiceOperacion > ContadorOperaciones
            IF OP-Terminal(IndiceOperacion) = SPACES
               AND OP-Referencia(IndiceOperacion) = Mov-Referencia
               AND OP-Cuenta(IndiceOperacion) = Cuenta
                MOVE Mov-Canal TO OP-Terminal(IndiceOperacion)
            END-IF
            ADD 1 TO IndiceOperacion
        END-PERFORM
        READ ArchivoMovimientos
            AT END MOVE 'S' TO SwFinMovimientos
        END-READ
    END-PERFORM
    CLOSE ArchivoMovimientos.

*> ---------------------------------------------------------------
*> Busca en el listado de control si el periodo ya se presento
*> ---------------------------------------------------------------
COMPROBAR-PRESENTACION-ANTERIOR.
    MOVE 'N' TO SwSustitutiva
    MOVE 'N' TO SwFinControl
    OPEN INPUT ArchivoControl
    READ ArchivoControl
        AT END MOVE 'S' TO SwFinControl
    END-READ
    PERFORM UNTIL SwFinControl = 'S'
        IF LineaControl(1:12) = "DECLARACION " AND LineaControl(13:6) = PeriodoDeclarado
            MOVE 'S' TO SwSustitutiva
        END-IF
        READ ArchivoControl
            AT END MOVE 'S' TO SwFinControl
        END-READ
    END-PERFORM
    CLOSE ArchivoControl.

*> ---------------------------------------------------------------
*> Declara a la persona de la fila IndicePersona: totales del mes
*> de todas sus operaciones (por Documento, sea cual sea la cuenta
*> o el IdCliente con que se dio de alta) y el detalle de cada una
*> ---------------------------------------------------------------
DECLARAR-PERSONA.
    MOVE OP-Documento(IndicePersona) TO DocumentoActual
    MOVE OP-Nombre(IndicePersona) TO NombreActual
    MOVE 0 TO OperacionesPersona
    MOVE 0 TO IngresosPersonaEUR
    MOVE 0 TO RetirosPersonaEUR
    MOVE 0 TO IngresosPersonaUSD
    MOVE 0 TO RetirosPersonaUSD

    MOVE IndicePersona TO IndiceOperacion
    PERFORM UNTIL IndiceOperacion > ContadorOperaciones
        IF OP-Documento(IndiceOperacion) = DocumentoActual
            ADD 1 TO OperacionesPersona
            IF OP-Moneda(IndiceOperacion) = "USD"
                IF OP-Ingreso(IndiceOperacion)
                    ADD OP-Importe(IndiceOperacion) TO IngresosPersonaUSD
                ELSE
                    ADD OP-Importe(IndiceOperacion) TO RetirosPersonaUSD
                END-IF
            ELSE
                IF OP-Ingreso(IndiceOperacion)
                    ADD OP-Importe(IndiceOperacion) TO IngresosPersonaEUR
                ELSE
                    ADD OP-Importe(IndiceOperacion) TO RetirosPersonaEUR
                END-IF
            END-IF
        END-IF
        ADD 1 TO IndiceOperacion
    END-PERFORM

    MOVE SPACES TO RegistroDeclarado
    MOVE '2' TO DD-Tipo
    MOVE DocumentoActual TO DD-Documento
    MOVE NombreActual TO DD-Nombre
    MOVE OperacionesPersona TO DD-NumOperaciones
    MOVE IngresosPersonaEUR TO DD-IngresosEUR
    MOVE RetirosPersonaEUR TO DD-RetirosEUR
    MOVE IngresosPersonaUSD TO DD-IngresosUSD
    MOVE RetirosPersonaUSD TO DD-RetirosUSD
    WRITE RegistroDeclarado

    MOVE IndicePersona TO IndiceOperacion
    PERFORM UNTIL IndiceOperacion > ContadorOperaciones
        IF OP-Documento(IndiceOperacion) = DocumentoActual
            MOVE SPACES TO RegistroOperacionDeclarada
            MOVE '3' TO DO-Tipo
            MOVE DocumentoActual TO DO-Documento
            MOVE OP-Cuenta(IndiceOperacion) TO DO-Cuenta
            MOVE OP-Clase(IndiceOperacion) TO DO-Clase
            MOVE OP-Fecha(IndiceOperacion) TO DO-Fecha
            MOVE OP-Hora(IndiceOperacion) TO DO-Hora
            MOVE OP-Referencia(IndiceOperacion) TO DO-Referencia
            MOVE OP-Terminal(IndiceOperacion) TO DO-Terminal
            MOVE OP-Importe(IndiceOperacion) TO DO-Importe
            MOVE OP-Moneda(IndiceOperacion) TO DO-Moneda
            WRITE RegistroOperacionDeclarada
            MOVE 'S' TO OP-Declarada(IndiceOperacion)
        END-IF
        ADD 1 TO IndiceOperacion
    END-PERFORM

    ADD 1 TO ContadorDeclarados
    ADD OperacionesPersona TO ContadorDeclaradas
    ADD IngresosPersonaEUR TO TotalIngresosEUR
    ADD RetirosPersonaEUR TO TotalRetirosEUR
    ADD IngresosPersonaUSD TO TotalIngresosUSD
    ADD RetirosPersonaUSD TO TotalRetirosUSD

    MOVE SPACES TO LineaControl
    STRING "  " DocumentoActual " " NombreActual " " OperacionesPersona " operaciones" INTO LineaControl
    WRITE LineaControl.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaHoy FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaHoy
    END-READ
    CLOSE ArchivoFechaNegocio.
