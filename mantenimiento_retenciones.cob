           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MantenimientoRetenciones.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>cuenta retenida y, al ejecutar un embargo, las dos cuentas del traspaso
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar estas herramientas y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT OPTIONAL ArchivoRetenciones ASSIGN TO "..\retenciones.dat" *>retenciones de saldo y embargos ordenados por juzgados y organismos
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetencionesTrabajo ASSIGN TO "..\retenciones_trabajo.txt" *>fichero de trabajo para regrabar retenciones.dat con una linea cambiada
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>apuntes ya aplicados del embargo, que ProcesadorBatch solo totaliza
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoInterbancario ASSIGN TO "..\transferencias_interbancarias.txt" *>embargo pagado a la cuenta del organismo en otro banco
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoReferencia ASSIGN TO "..\referencia.dat" *>fichero de control con el ultimo numero de referencia usado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt" *>las actuaciones de oficina dejan rastro en el mismo historial que el cajero
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 Nombre             PIC X(15).
   02 Saldo              PIC S9(5)V99.
   02 Moneda             PIC X(3).
   02 CuentaPIN          PIC 9(4).
   02 IntentosFallidos   PIC 9(1).
   02 EstadoCuenta       PIC X(1).
      88 Cuenta-Activa     VALUE 'A'.
      88 Cuenta-Bloqueada  VALUE 'B'.
      88 Cuenta-Cerrada    VALUE 'C'.
   02 ClienteTitular     PIC 9(5).
   02 LimiteSobregiro    PIC 9(5)V99.
   02 TipoProducto       PIC X(1).
      88 Producto-Corriente VALUE 'C'.
      88 Producto-Ahorro    VALUE 'A'.
      88 Producto-Empresa   VALUE 'E'.
   02 CambioPINPendiente PIC X(1).
      88 Cambio-PIN-Pendiente VALUE 'S'.

FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
   02 NombreOperador PIC X(20).
   02 ClaveOperador  PIC X(8).
   02 NivelOperador  PIC 9(1).
      88 Nivel-Consulta   VALUE 1.
      88 Nivel-Gestor     VALUE 2.
      88 Nivel-Supervisor VALUE 3.

*> Una retencion bloquea RS-Importe del saldo de la cuenta entre
*> sus fechas (FechaFin 0 = hasta que se levante) mientras esta
*> activa. La registra un gestor y no retiene nada hasta que la
*> aprueba un supervisor distinto; al ejecutar un embargo se
*> traspasa lo retenido al organismo y baja RS-Importe
FD ArchivoRetenciones.
01 RegistroRetencion.
   02 RS-IdRetencion      PIC 9(5).
   02 RS-Cuenta           PIC 9(5).
   02 RS-Importe          PIC 9(5)V99.
   02 RS-Moneda           PIC X(3).
   02 RS-Motivo           PIC X(1).
      88 Motivo-EmbargoJudicial   VALUE 'J'.
      88 Motivo-EmbargoTributario VALUE 'T'.
      88 Motivo-Preventiva        VALUE 'P'.
   02 RS-Organismo        PIC X(30).
   02 RS-OrdenRef         PIC X(20).
   02 RS-FechaInicio      PIC 9(8).
   02 RS-FechaFin         PIC 9(8).
   02 RS-Estado           PIC X(1).
      88 Retencion-Pendiente  VALUE 'P'.
      88 Retencion-Activa     VALUE 'A'.
      88 Retencion-Levantada  VALUE 'L'.
      88 Retencion-Ejecutada  VALUE 'E'.
   02 RS-ImporteEjecutado PIC 9(5)V99.
   02 RS-OperadorAlta     PIC 9(5).
   02 RS-OperadorAprueba  PIC 9(5).

FD ArchivoRetencionesTrabajo.
01 LineaRetencionTrabajo   PIC X(105).

FD ArchivoMovimientos.
01 RegistroMovimiento.
   02 Cuenta            PIC 9(5).
   02 MovTipoOperacion   PIC X(1).
   02 Cantidad           PIC 9(4)V99.
   02 Mov-Fecha          PIC 9(8).
   02 Mov-Hora           PIC 9(6).
   02 Mov-Referencia     PIC 9(7).
   02 Mov-Origen         PIC X(1).
   02 Mov-Moneda         PIC X(3).
   02 Mov-Canal          PIC X(4).

FD ArchivoInterbancario.
01 RegistroInterbancario.
   02 IB-CuentaOrigen   PIC 9(5).
   02 IB-CuentaExterna  PIC X(20).
   02 IB-Importe        PIC 9(7)V99.
   02 IB-Moneda         PIC X(3).
   02 IB-Fecha          PIC 9(8).
   02 IB-Hora           PIC 9(6).
   02 IB-Referencia     PIC 9(7).

FD ArchivoReferencia.
01 LineaReferencia       PIC 9(7).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Aud-Cuenta            PIC 9(5).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Operacion         PIC X(30).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Dinero            PIC 9(5)V99.
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-Moneda            PIC X(3).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Fecha             PIC 9(8).
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-Hora              PIC 9(6).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-CuentaRelacionada PIC 9(5).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-Referencia        PIC 9(7).
   02 FILLER                PIC X(3) VALUE " - ".
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1) VALUE " ".
   02 Aud-MonedaOriginal    PIC X(3).

WORKING-STORAGE SECTION.
01 Opcion            PIC 9(2).
01 EstadoArchivo     PIC X(2).
   88 Estado-OK             VALUE '00'.
   88 Estado-NoExiste       VALUE '21' '23'.
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 SwFinRetenciones  PIC X(1) VALUE 'N'.
01 SwFinTrabajo      PIC X(1) VALUE 'N'.
01 ContadorReferencia PIC 9(7) VALUE 0.
01 CodigoCanal       PIC X(4) VALUE "BACK".

*> Sesion de operador, con los mismos niveles que Mantenimiento:
*> consulta solo lista, gestor registra, supervisor aprueba,
*> levanta y ejecuta
01 EstadoOperadores  PIC X(2).
   88 Operadores-OK           VALUE '00'.
01 OperadorTeclado   PIC 9(5).
01 ClaveTeclada      PIC X(8).
01 OperadorActual    PIC 9(5) VALUE 0.
01 NivelActual       PIC 9(1) VALUE 0.
01 ContadorLogin     PIC 9(1) VALUE 0.
01 SwOperadorValido  PIC X(1) VALUE 'N'.
   88 Operador-Valido    VALUE 'S'.
01 SwAutorizado      PIC X(1) VALUE 'N'.
   88 Operador-Autorizado VALUE 'S'.

*> Retencion que se esta registrando
01 SiguienteIdRetencion PIC 9(5) VALUE 0.
01 CuentaRetencion   PIC 9(5).
01 MotivoTeclado     PIC X(1).
   88 Motivo-Valido     VALUE 'J' 'T' 'P'.
01 ImporteTeclado    PIC 9(5)V99.
01 OrganismoTeclado  PIC X(30).
01 OrdenTeclado      PIC X(20).
01 FechaInicioTeclado PIC 9(8).
01 FechaFinTeclado   PIC 9(8).
01 Decision          PIC X(1).

*> Retencion sobre la que se actua: se localiza en el fichero, se
*> cambia aqui y se regraba el fichero con esta linea en su sitio
01 RetencionTeclado  PIC 9(5).
01 SwRetencionHallada PIC X(1) VALUE 'N'.
   88 Retencion-Hallada  VALUE 'S'.
01 RetencionModificada PIC X(105).

*> Lo retenido hoy en una cuenta por todas sus retenciones activas
01 CuentaBuscada     PIC 9(5).
01 ImporteRetenidoCuenta PIC 9(7)V99.

*> Ejecucion de un embargo: lo retenido sale hacia la cuenta del
*> organismo (del banco o de otro banco) en tramos de como mucho lo
*> que cabe en un movimiento, igual que la liquidacion de un cierre
01 TipoDestino       PIC X(1).
   88 Destino-Interno    VALUE 'I' 'i'.
   88 Destino-Externo    VALUE 'E' 'e'.
01 CuentaDestino     PIC 9(5).
01 IBANDestino       PIC X(20).
01 MonedaEmbargo     PIC X(3).
01 ImporteEjecutar   PIC 9(5)V99.
01 PendienteEjecutar PIC 9(5)V99.
01 ImporteEjecutado  PIC 9(5)V99.
01 TramoEjecucion    PIC 9(4)V99.
01 MaximoTramo       PIC 9(4)V99 VALUE 9999.99.
01 SwEjecucionPosible PIC X(1) VALUE 'S'.
   88 Ejecucion-Posible  VALUE 'S'.

*> Consultas
01 CuentaFiltro      PIC 9(5).
01 ContadorListados  PIC 9(5) VALUE 0.
01 TextoEstado       PIC X(10).
01 TextoMotivo       PIC X(10).
01 ImporteBonito     PIC ZZZZ9.99.
01 EjecutadoBonito   PIC ZZZZ9.99.
01 SaldoBonito       PIC -ZZZZ9.99.
01 RetenidoBonito    PIC ZZZZZZ9.99.

PROCEDURE DIVISION.
    ACCEPT FechaHoy FROM DATE YYYYMMDD
    ACCEPT HoraActual FROM TIME

    OPEN INPUT ArchivoOperadores
    IF NOT Operadores-OK
        DISPLAY "Error: el maestro de operadores no esta disponible. Codigo: " EstadoOperadores
        STOP RUN
    END-IF
    PERFORM INICIAR-SESION-OPERADOR
    CLOSE ArchivoOperadores
    IF NOT Operador-Valido
        DISPLAY "Acceso denegado."
        STOP RUN
    END-IF

    OPEN I-O ArchivoCuentas
    IF NOT Estado-OK
        DISPLAY "Error: el archivo de cuentas no esta disponible. Codigo: " EstadoArchivo
        STOP RUN
    END-IF

    PERFORM BUSCAR-SIGUIENTE-RETENCION

    MOVE 0 TO Opcion
    PERFORM UNTIL Opcion = 99
        DISPLAY "========================================"
        DISPLAY "  RETENCIONES Y EMBARGOS - POLO ATM     "
        DISPLAY "========================================"
        DISPLAY "01. Listar las retenciones de una cuenta"
        DISPLAY "02. Registrar una retencion o un embargo"
        DISPLAY "03. Aprobar una retencion pendiente"
        DISPLAY "04. Levantar una retencion"
        DISPLAY "05. Ejecutar un embargo (traspaso al organismo)"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion

        IF Opcion NOT = 1 AND Opcion NOT = 99 AND NivelActual < 2
            DISPLAY "Su nivel de acceso es solo de consulta: solo puede listar retenciones."
            MOVE 0 TO Opcion
        END-IF

        EVALUATE Opcion
            WHEN 1
                PERFORM LISTAR-RETENCIONES
            WHEN 2
                PERFORM REGISTRAR-RETENCION
            WHEN 3
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM APROBAR-RETENCION
                END-IF
            WHEN 4
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM LEVANTAR-RETENCION
                END-IF
            WHEN 5
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM EJECUTAR-EMBARGO
                END-IF
            WHEN 0
                CONTINUE
            WHEN 99
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion no valida."
        END-EVALUATE
    END-PERFORM

    CLOSE ArchivoCuentas
    STOP RUN.

*> ---------------------------------------------------------------
*> Al arrancar deja calculado el siguiente numero de retencion libre
*> ---------------------------------------------------------------
BUSCAR-SIGUIENTE-RETENCION.
    MOVE 0 TO SiguienteIdRetencion
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF RS-IdRetencion > SiguienteIdRetencion
            MOVE RS-IdRetencion TO SiguienteIdRetencion
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones.

*> ---------------------------------------------------------------
*> Lista las retenciones de una cuenta (0 para verlas todas) y, de
*> una cuenta concreta, su saldo contable y el disponible
*> ---------------------------------------------------------------
LISTAR-RETENCIONES.
    DISPLAY "Numero de cuenta (0 = todas las retenciones): "
    ACCEPT CuentaFiltro
    MOVE 0 TO ContadorListados
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF CuentaFiltro = 0 OR RS-Cuenta = CuentaFiltro
            PERFORM MOSTRAR-RETENCION
            ADD 1 TO ContadorListados
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones
    DISPLAY "Retenciones listadas: " ContadorListados "."

    IF CuentaFiltro NOT = 0
        MOVE CuentaFiltro TO IdCuenta
        READ ArchivoCuentas
            INVALID KEY
                EXIT PARAGRAPH
        END-READ
        MOVE CuentaFiltro TO CuentaBuscada
        PERFORM CALCULAR-RETENIDO-CUENTA
        MOVE Saldo TO SaldoBonito
        MOVE ImporteRetenidoCuenta TO RetenidoBonito
        DISPLAY "Saldo contable: " SaldoBonito " " Moneda " | retenido hoy: " RetenidoBonito " " Moneda
        COMPUTE SaldoBonito = Saldo - ImporteRetenidoCuenta
            ON SIZE ERROR MOVE -99999.99 TO SaldoBonito
        END-COMPUTE
        DISPLAY "Saldo disponible (sin contar el descubierto): " SaldoBonito " " Moneda
    END-IF.

*> ---------------------------------------------------------------
*> Muestra por pantalla la retencion que hay en RegistroRetencion
*> ---------------------------------------------------------------
MOSTRAR-RETENCION.
    EVALUATE TRUE
        WHEN Retencion-Pendiente
            MOVE "PENDIENTE" TO TextoEstado
        WHEN Retencion-Activa
            MOVE "ACTIVA" TO TextoEstado
        WHEN Retencion-Levantada
            MOVE "LEVANTADA" TO TextoEstado
        WHEN Retencion-Ejecutada
            MOVE "EJECUTADA" TO TextoEstado
        WHEN OTHER
            MOVE "DESCONOCID" TO TextoEstado
    END-EVALUATE
    EVALUATE TRUE
        WHEN Motivo-EmbargoJudicial
            MOVE "JUDICIAL" TO TextoMotivo
        WHEN Motivo-EmbargoTributario
            MOVE "TRIBUTARIO" TO TextoMotivo
        WHEN OTHER
            MOVE "PREVENTIVA" TO TextoMotivo
    END-EVALUATE
    MOVE RS-Importe TO ImporteBonito
    MOVE RS-ImporteEjecutado TO EjecutadoBonito
    DISPLAY "Retencion " RS-IdRetencion " | cuenta " RS-Cuenta " | " ImporteBonito " " RS-Moneda
            " | " TextoMotivo " | " TextoEstado " | ejecutado " EjecutadoBonito
    DISPLAY "      " RS-Organismo " | orden " RS-OrdenRef
            " | del " RS-FechaInicio " al " RS-FechaFin
            " | alta " RS-OperadorAlta " aprueba " RS-OperadorAprueba.

*> ---------------------------------------------------------------
*> Registra una retencion nueva. La de un gestor queda pendiente
*> hasta que la apruebe un supervisor; la que registra un
*> supervisor nace ya aprobada por el
*> ---------------------------------------------------------------
REGISTRAR-RETENCION.
    DISPLAY "Cuenta a retener: "
    ACCEPT CuentaRetencion
    MOVE CuentaRetencion TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            DISPLAY "Error: la cuenta " CuentaRetencion " no existe."
            EXIT PARAGRAPH
    END-READ
    IF Cuenta-Cerrada
        DISPLAY "Error: la cuenta " CuentaRetencion " esta cerrada."
        EXIT PARAGRAPH
    END-IF
    MOVE Saldo TO SaldoBonito
    DISPLAY "Titular: " Nombre " | saldo contable " SaldoBonito " " Moneda

    DISPLAY "Motivo (J = embargo judicial, T = embargo tributario o de la Seguridad Social, P = retencion preventiva): "
    ACCEPT MotivoTeclado
    IF NOT Motivo-Valido
        DISPLAY "Error: motivo no valido."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Importe a retener (Ej: 0050000 para 500,00): "
    ACCEPT ImporteTeclado
    IF ImporteTeclado = 0
        DISPLAY "Error: el importe debe ser mayor que cero."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Organismo que lo ordena (juzgado, agencia tributaria...): "
    ACCEPT OrganismoTeclado
    DISPLAY "Referencia de la orden o del expediente: "
    ACCEPT OrdenTeclado
    IF OrdenTeclado = SPACES
        DISPLAY "Error: sin referencia de la orden no se registra ninguna retencion."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Fecha de inicio AAAAMMDD (0 = hoy): "
    ACCEPT FechaInicioTeclado
    IF FechaInicioTeclado = 0
        MOVE FechaHoy TO FechaInicioTeclado
    END-IF
    DISPLAY "Fecha de fin AAAAMMDD (0 = hasta que se levante): "
    ACCEPT FechaFinTeclado
    IF FechaFinTeclado NOT = 0 AND FechaFinTeclado < FechaInicioTeclado
        DISPLAY "Error: la fecha de fin es anterior a la de inicio."
        EXIT PARAGRAPH
    END-IF

    MOVE ImporteTeclado TO ImporteBonito
    DISPLAY "Retener " ImporteBonito " " Moneda " en la cuenta " CuentaRetencion " por orden " OrdenTeclado "? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se registra nada."
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SiguienteIdRetencion
    MOVE SiguienteIdRetencion TO RS-IdRetencion
    MOVE CuentaRetencion TO RS-Cuenta
    MOVE ImporteTeclado TO RS-Importe
    MOVE Moneda TO RS-Moneda
    MOVE MotivoTeclado TO RS-Motivo
    MOVE OrganismoTeclado TO RS-Organismo
    MOVE OrdenTeclado TO RS-OrdenRef
    MOVE FechaInicioTeclado TO RS-FechaInicio
    MOVE FechaFinTeclado TO RS-FechaFin
    MOVE 0 TO RS-ImporteEjecutado
    MOVE OperadorActual TO RS-OperadorAlta
    IF NivelActual >= 3
        MOVE 'A' TO RS-Estado
        MOVE OperadorActual TO RS-OperadorAprueba
    ELSE
        MOVE 'P' TO RS-Estado
        MOVE 0 TO RS-OperadorAprueba
    END-IF
    OPEN EXTEND ArchivoRetenciones
    WRITE RegistroRetencion
    CLOSE ArchivoRetenciones

    MOVE CuentaRetencion TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT ALTA RETENCION " SiguienteIdRetencion
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE ImporteTeclado TO Aud-Dinero
    MOVE Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    IF NivelActual >= 3
        DISPLAY "Retencion " SiguienteIdRetencion " registrada y en vigor desde el " FechaInicioTeclado "."
    ELSE
        DISPLAY "Retencion " SiguienteIdRetencion " registrada. No retiene nada hasta que la apruebe un supervisor (opcion 03)."
    END-IF.

*> ---------------------------------------------------------------
*> Aprobacion de una retencion pendiente por un supervisor que no
*> sea quien la registro: desde ese momento retiene el importe
*> ---------------------------------------------------------------
APROBAR-RETENCION.
    PERFORM PEDIR-RETENCION
    IF NOT Retencion-Hallada
        EXIT PARAGRAPH
    END-IF
    IF NOT Retencion-Pendiente
        DISPLAY "Error: la retencion " RetencionTeclado " no esta pendiente de aprobacion."
        EXIT PARAGRAPH
    END-IF
    IF RS-OperadorAlta = OperadorActual
        DISPLAY "Error: la retencion la registro usted; debe aprobarla otro supervisor."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Aprobar la retencion " RetencionTeclado "? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se aprueba."
        EXIT PARAGRAPH
    END-IF

    MOVE 'A' TO RS-Estado
    MOVE OperadorActual TO RS-OperadorAprueba
    PERFORM REGRABAR-RETENCION

    MOVE RS-Cuenta TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT APRUEBA RETENCION " RetencionTeclado
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE RS-Importe TO Aud-Dinero
    MOVE RS-Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Retencion " RetencionTeclado " aprobada.".

*> ---------------------------------------------------------------
*> Levanta una retencion pendiente o activa cuando el organismo lo
*> ordena: deja de retener y queda en el fichero como historico
*> ---------------------------------------------------------------
LEVANTAR-RETENCION.
    PERFORM PEDIR-RETENCION
    IF NOT Retencion-Hallada
        EXIT PARAGRAPH
    END-IF
    IF NOT Retencion-Pendiente AND NOT Retencion-Activa
        DISPLAY "Error: la retencion " RetencionTeclado " ya no esta en vigor."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Levantar la retencion " RetencionTeclado " (orden " RS-OrdenRef ")? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se levanta."
        EXIT PARAGRAPH
    END-IF

    MOVE 'L' TO RS-Estado
    PERFORM REGRABAR-RETENCION

    MOVE RS-Cuenta TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT LEVANTA RETENCION " RetencionTeclado
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE RS-Importe TO Aud-Dinero
    MOVE RS-Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Retencion " RetencionTeclado " levantada.".

*> ---------------------------------------------------------------
*> Ejecuta un embargo activo: traspasa a la cuenta del organismo
*> lo retenido, o lo que haya si el saldo no llega (el resto sigue
*> retenido para lo que entre despues). Cada tramo deja los mismos
*> apuntes que una transferencia, y el conjunto una linea de
*> auditoria de la ejecucion con el operador
*> ---------------------------------------------------------------
EJECUTAR-EMBARGO.
    PERFORM PEDIR-RETENCION
    IF NOT Retencion-Hallada
        EXIT PARAGRAPH
    END-IF
    IF NOT Retencion-Activa
        DISPLAY "Error: la retencion " RetencionTeclado " no esta activa."
        EXIT PARAGRAPH
    END-IF
    IF Motivo-Preventiva
        DISPLAY "Error: una retencion preventiva no se ejecuta; solo los embargos."
        EXIT PARAGRAPH
    END-IF
    IF RS-FechaInicio > FechaHoy
       OR (RS-FechaFin NOT = 0 AND RS-FechaFin < FechaHoy)
        DISPLAY "Error: el embargo " RetencionTeclado " no esta en vigor hoy."
        EXIT PARAGRAPH
    END-IF

    MOVE RS-Cuenta TO CuentaRetencion
    MOVE RS-Moneda TO MonedaEmbargo
    MOVE CuentaRetencion TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            DISPLAY "Error: la cuenta embargada " CuentaRetencion " no existe."
            EXIT PARAGRAPH
    END-READ
    IF Saldo <= 0
        DISPLAY "La cuenta " CuentaRetencion " no tiene saldo: el embargo sigue retenido para lo que entre."
        EXIT PARAGRAPH
    END-IF
    IF Saldo < RS-Importe
        MOVE Saldo TO ImporteEjecutar
    ELSE
        MOVE RS-Importe TO ImporteEjecutar
    END-IF

    PERFORM PEDIR-DESTINO-EMBARGO
    IF NOT Ejecucion-Posible
        DISPLAY "No se ejecuta el embargo."
        EXIT PARAGRAPH
    END-IF

    MOVE ImporteEjecutar TO ImporteBonito
    DISPLAY "Traspasar " ImporteBonito " " MonedaEmbargo " de la cuenta " CuentaRetencion " al organismo (orden " RS-OrdenRef ")? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se ejecuta el embargo."
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ImporteEjecutado
    MOVE ImporteEjecutar TO PendienteEjecutar
    MOVE 'S' TO SwEjecucionPosible
    PERFORM PAGAR-TRAMO-EMBARGO
        UNTIL PendienteEjecutar = 0 OR NOT Ejecucion-Posible

    IF ImporteEjecutado = 0
        DISPLAY "Error: no se pudo traspasar nada. El embargo sigue como estaba."
        EXIT PARAGRAPH
    END-IF
    SUBTRACT ImporteEjecutado FROM RS-Importe
    ADD ImporteEjecutado TO RS-ImporteEjecutado
    IF RS-Importe = 0
        MOVE 'E' TO RS-Estado
    END-IF
    PERFORM REGRABAR-RETENCION

    MOVE CuentaRetencion TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT EJECUTA EMBARGO " RetencionTeclado
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE ImporteEjecutado TO Aud-Dinero
    MOVE MonedaEmbargo TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    MOVE ImporteEjecutado TO ImporteBonito
    DISPLAY "Embargo " RetencionTeclado ": traspasados " ImporteBonito " " MonedaEmbargo "."
    IF Retencion-Ejecutada
        DISPLAY "El embargo queda ejecutado por completo."
    ELSE
        MOVE RS-Importe TO ImporteBonito
        DISPLAY "Siguen retenidos " ImporteBonito " " MonedaEmbargo " hasta completar el embargo."
    END-IF.

*> ---------------------------------------------------------------
*> Pide a donde va el dinero del embargo: la cuenta del organismo
*> en el banco (activa y en la misma moneda) o su IBAN en otro banco
*> ---------------------------------------------------------------
PEDIR-DESTINO-EMBARGO.
    MOVE 'S' TO SwEjecucionPosible
    MOVE 0 TO CuentaDestino
    MOVE SPACES TO IBANDestino
    DISPLAY "Cuenta del organismo (I = cuenta del banco, E = IBAN de otro banco): "
    ACCEPT TipoDestino
    EVALUATE TRUE
        WHEN Destino-Interno
            MOVE 'I' TO TipoDestino
            DISPLAY "Cuenta destino: "
            ACCEPT CuentaDestino
            IF CuentaDestino = CuentaRetencion
                DISPLAY "Error: la cuenta destino es la misma que la embargada."
                MOVE 'N' TO SwEjecucionPosible
                EXIT PARAGRAPH
            END-IF
            MOVE CuentaDestino TO IdCuenta
            READ ArchivoCuentas
                INVALID KEY
                    DISPLAY "Error: la cuenta destino " CuentaDestino " no existe."
                    MOVE 'N' TO SwEjecucionPosible
                NOT INVALID KEY
                    IF NOT Cuenta-Activa
                        DISPLAY "Error: la cuenta destino " CuentaDestino " no esta activa."
                        MOVE 'N' TO SwEjecucionPosible
                    END-IF
                    IF Moneda NOT = MonedaEmbargo
                        DISPLAY "Error: la cuenta destino es en " Moneda " y el embargo en " MonedaEmbargo "."
                        MOVE 'N' TO SwEjecucionPosible
                    END-IF
            END-READ
        WHEN Destino-Externo
            MOVE 'E' TO TipoDestino
            DISPLAY "IBAN del organismo: "
            ACCEPT IBANDestino
            IF IBANDestino = SPACES
                DISPLAY "Error: falta el IBAN de destino."
                MOVE 'N' TO SwEjecucionPosible
            END-IF
        WHEN OTHER
            DISPLAY "Error: destino no valido."
            MOVE 'N' TO SwEjecucionPosible
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Saca de la cuenta embargada un tramo (como mucho lo que cabe en
*> un movimiento) hacia el organismo, con los mismos apuntes que
*> una transferencia hecha en el cajero
*> ---------------------------------------------------------------
PAGAR-TRAMO-EMBARGO.
    IF PendienteEjecutar > MaximoTramo
        MOVE MaximoTramo TO TramoEjecucion
    ELSE
        MOVE PendienteEjecutar TO TramoEjecucion
    END-IF

    MOVE CuentaRetencion TO IdCuenta
    READ ArchivoCuentas
    SUBTRACT TramoEjecucion FROM Saldo
    REWRITE RegistroCuenta
        INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
    END-REWRITE
    IF NOT Estado-OK
        MOVE 'N' TO SwEjecucionPosible
        EXIT PARAGRAPH
    END-IF

    IF Destino-Interno
        MOVE CuentaDestino TO IdCuenta
        READ ArchivoCuentas
        ADD TramoEjecucion TO Saldo
        REWRITE RegistroCuenta
            INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
        END-REWRITE
        IF NOT Estado-OK
            DISPLAY "Error: no se pudo acreditar la cuenta destino. Se revierte el tramo."
            MOVE CuentaRetencion TO IdCuenta
            READ ArchivoCuentas
            ADD TramoEjecucion TO Saldo
            REWRITE RegistroCuenta
                INVALID KEY PERFORM VALIDAR-ESTADO-ARCHIVO
            END-REWRITE
            MOVE 'N' TO SwEjecucionPosible
            EXIT PARAGRAPH
        END-IF

        PERFORM GENERAR-REFERENCIA
        MOVE CuentaDestino TO Aud-Cuenta
        MOVE "TRANSFERENCIA RECIBIDA" TO Aud-Operacion
        MOVE TramoEjecucion TO Aud-Dinero
        MOVE MonedaEmbargo TO Aud-Moneda
        MOVE CuentaRetencion TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaRetencion TO Aud-Cuenta
        MOVE "TRANSFERENCIA ENVIADA" TO Aud-Operacion
        MOVE TramoEjecucion TO Aud-Dinero
        MOVE MonedaEmbargo TO Aud-Moneda
        MOVE CuentaDestino TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaRetencion TO Cuenta
        MOVE 'T' TO MovTipoOperacion
        MOVE TramoEjecucion TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-EMBARGO
    ELSE
        PERFORM GENERAR-REFERENCIA
        MOVE CuentaRetencion TO Aud-Cuenta
        MOVE "TRANSFERENCIA EXTERNA ENVIADA" TO Aud-Operacion
        MOVE TramoEjecucion TO Aud-Dinero
        MOVE MonedaEmbargo TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA

        MOVE CuentaRetencion TO Cuenta
        MOVE 'X' TO MovTipoOperacion
        MOVE TramoEjecucion TO Cantidad
        PERFORM REGISTRAR-MOVIMIENTO-EMBARGO

        MOVE CuentaRetencion TO IB-CuentaOrigen
        MOVE IBANDestino TO IB-CuentaExterna
        MOVE TramoEjecucion TO IB-Importe
        MOVE MonedaEmbargo TO IB-Moneda
        MOVE FechaHoy TO IB-Fecha
        MOVE HoraActual TO IB-Hora
        MOVE ContadorReferencia TO IB-Referencia
        OPEN EXTEND ArchivoInterbancario
        WRITE RegistroInterbancario
        CLOSE ArchivoInterbancario
    END-IF

    ADD TramoEjecucion TO ImporteEjecutado
    SUBTRACT TramoEjecucion FROM PendienteEjecutar.

*> ---------------------------------------------------------------
*> Anota en movimientos.txt un apunte del embargo, ya aplicado en
*> cuentas.dat ('A'): ProcesadorBatch solo lo totaliza
*> ---------------------------------------------------------------
REGISTRAR-MOVIMIENTO-EMBARGO.
    MOVE FechaHoy TO Mov-Fecha
    MOVE HoraActual TO Mov-Hora
    MOVE ContadorReferencia TO Mov-Referencia
    MOVE 'A' TO Mov-Origen
    MOVE MonedaEmbargo TO Mov-Moneda
    MOVE CodigoCanal TO Mov-Canal
    OPEN EXTEND ArchivoMovimientos
    WRITE RegistroMovimiento
    CLOSE ArchivoMovimientos.

*> ---------------------------------------------------------------
*> Pide un numero de retencion y deja su linea en RegistroRetencion
*> ---------------------------------------------------------------
PEDIR-RETENCION.
    DISPLAY "Numero de retencion (use la opcion 01 para verla): "
    ACCEPT RetencionTeclado
    MOVE 'N' TO SwRetencionHallada
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S' OR Retencion-Hallada
        IF RS-IdRetencion = RetencionTeclado
            MOVE 'S' TO SwRetencionHallada
        ELSE
            READ ArchivoRetenciones
                AT END MOVE 'S' TO SwFinRetenciones
            END-READ
        END-IF
    END-PERFORM
    IF Retencion-Hallada
        MOVE RegistroRetencion TO RetencionModificada
    END-IF
    CLOSE ArchivoRetenciones
    IF NOT Retencion-Hallada
        DISPLAY "Error: no existe la retencion " RetencionTeclado "."
    ELSE
        MOVE RetencionModificada TO RegistroRetencion
        PERFORM MOSTRAR-RETENCION
    END-IF.

*> ---------------------------------------------------------------
*> Regraba retenciones.dat con la retencion RetencionTeclado tal
*> como esta ahora en RegistroRetencion, pasando por el fichero de
*> trabajo (un fichero LINE SEQUENTIAL no admite cambiar una linea)
*> ---------------------------------------------------------------
REGRABAR-RETENCION.
    MOVE RegistroRetencion TO RetencionModificada
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    OPEN OUTPUT ArchivoRetencionesTrabajo
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF RS-IdRetencion = RetencionTeclado
            MOVE RetencionModificada TO LineaRetencionTrabajo
        ELSE
            MOVE RegistroRetencion TO LineaRetencionTrabajo
        END-IF
        WRITE LineaRetencionTrabajo
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones
          ArchivoRetencionesTrabajo

    MOVE 'N' TO SwFinTrabajo
    OPEN INPUT ArchivoRetencionesTrabajo
    OPEN OUTPUT ArchivoRetenciones
    READ ArchivoRetencionesTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaRetencionTrabajo TO RegistroRetencion
        WRITE RegistroRetencion
        READ ArchivoRetencionesTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoRetencionesTrabajo
          ArchivoRetenciones
    MOVE RetencionModificada TO RegistroRetencion.

*> ---------------------------------------------------------------
*> Suma lo que retienen hoy las retenciones activas de CuentaBuscada
*> ---------------------------------------------------------------
CALCULAR-RETENIDO-CUENTA.
    MOVE 0 TO ImporteRetenidoCuenta
    MOVE 'N' TO SwFinRetenciones
    OPEN INPUT ArchivoRetenciones
    READ ArchivoRetenciones
        AT END MOVE 'S' TO SwFinRetenciones
    END-READ
    PERFORM UNTIL SwFinRetenciones = 'S'
        IF RS-Cuenta = CuentaBuscada AND Retencion-Activa
           AND RS-FechaInicio <= FechaHoy
           AND (RS-FechaFin = 0 OR RS-FechaFin >= FechaHoy)
            ADD RS-Importe TO ImporteRetenidoCuenta
        END-IF
        READ ArchivoRetenciones
            AT END MOVE 'S' TO SwFinRetenciones
        END-READ
    END-PERFORM
    CLOSE ArchivoRetenciones.

*> ---------------------------------------------------------------
*> Genera el siguiente numero de referencia a partir del control
*> compartido con MotorCajero
*> ---------------------------------------------------------------
GENERAR-REFERENCIA.
    OPEN INPUT ArchivoReferencia
    READ ArchivoReferencia
        AT END MOVE 0 TO LineaReferencia
    END-READ
    CLOSE ArchivoReferencia
    ADD 1 TO LineaReferencia GIVING ContadorReferencia
    MOVE ContadorReferencia TO LineaReferencia
    OPEN OUTPUT ArchivoReferencia
    WRITE LineaReferencia
    CLOSE ArchivoReferencia.

*> ---------------------------------------------------------------
*> Anota una linea de auditoria en historial.txt, con la hora real
*> de cada actuacion
*> ---------------------------------------------------------------
REGISTRAR-AUDITORIA.
    ACCEPT HoraActual FROM TIME
    MOVE FechaHoy TO Aud-Fecha
    MOVE HoraActual TO Aud-Hora
    OPEN EXTEND ArchivoAuditoria
    WRITE RegistroAuditoria
    CLOSE ArchivoAuditoria.

*> ---------------------------------------------------------------
*> Pide identificador y clave de operador contra el maestro, con
*> tres intentos como mucho, igual que en Mantenimiento
*> ---------------------------------------------------------------
INICIAR-SESION-OPERADOR.
    MOVE 0 TO ContadorLogin
    MOVE 'N' TO SwOperadorValido
    PERFORM UNTIL Operador-Valido OR ContadorLogin >= 3
        DISPLAY "Identificador de operador: "
        ACCEPT OperadorTeclado
        DISPLAY "Clave: "
        ACCEPT ClaveTeclada
        MOVE OperadorTeclado TO IdOperador
        READ ArchivoOperadores
            INVALID KEY
                DISPLAY "Operador o clave incorrectos."
            NOT INVALID KEY
                IF ClaveTeclada = ClaveOperador
                    MOVE 'S' TO SwOperadorValido
                    MOVE IdOperador TO OperadorActual
                    MOVE NivelOperador TO NivelActual
                    DISPLAY "Sesion iniciada: " NombreOperador " (nivel " NivelOperador ")"
                ELSE
                    DISPLAY "Operador o clave incorrectos."
                END-IF
        END-READ
        ADD 1 TO ContadorLogin
    END-PERFORM.

*> ---------------------------------------------------------------
*> Comprueba que el operador de la sesion tiene nivel de
*> supervisor, para aprobar, levantar y ejecutar retenciones
*> ---------------------------------------------------------------
EXIGIR-NIVEL-SUPERVISOR.
    IF NivelActual >= 3
        MOVE 'S' TO SwAutorizado
    ELSE
        MOVE 'N' TO SwAutorizado
        DISPLAY "Opcion reservada a operadores con nivel de supervisor."
    END-IF.

*> ---------------------------------------------------------------
*> Traduce un FILE STATUS de cuentas.dat a un mensaje para el
*> operador
*> ---------------------------------------------------------------
VALIDAR-ESTADO-ARCHIVO.
    EVALUATE TRUE
        WHEN Estado-OK
            CONTINUE
        WHEN Estado-NoExiste
            DISPLAY "Error: la cuenta " IdCuenta " no existe."
        WHEN OTHER
            DISPLAY "Error de acceso a cuentas.dat. Codigo: " EstadoArchivo
    END-EVALUATE.
