           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MantenimientoTiposCambio.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar estas herramientas y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT OPTIONAL ArchivoTiposCambio ASSIGN TO "..\tipos_cambio.dat" *>tabla de tipos vigentes que usan el cajero y las ordenes permanentes
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoHistoricoTipos ASSIGN TO "..\historico_tipos_cambio.txt" *>tipos sustituidos, con el tramo de fecha y hora en que rigieron
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoTesoreria ASSIGN TO "..\tesoreria_tipos_cambio.txt" *>tipos del dia que deja tesoreria, con la misma forma que tipos_cambio.dat
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoTesoreriaTrabajo ASSIGN TO "..\tesoreria_trabajo.txt" *>lineas de tesoreria rechazadas, que vuelven al fichero para corregirlas
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoTesoreriaProcesada ASSIGN TO "..\tesoreria_procesados.txt" *>lineas de tesoreria ya cargadas en la tabla
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt" *>las actuaciones de oficina dejan rastro en el mismo historial que el cajero
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
   02 NombreOperador PIC X(20).
   02 ClaveOperador  PIC X(8).
   02 NivelOperador  PIC 9(1).
      88 Nivel-Consulta   VALUE 1.
      88 Nivel-Gestor     VALUE 2.
      88 Nivel-Supervisor VALUE 3.

FD ArchivoTiposCambio.
01 LineaTipoCambio.
   02 TC-Origen     PIC X(3).
   02 TC-Destino    PIC X(3).
   02 TC-Tasa       PIC 9(3)V9(6).
   02 TC-FechaVigor PIC 9(8).
   02 TC-HoraVigor  PIC 9(6).

FD ArchivoHistoricoTipos.
01 RegistroHistoricoTipo.
   02 HT-Origen      PIC X(3).
   02 HT-Destino     PIC X(3).
   02 HT-Tasa        PIC 9(3)V9(6).
   02 HT-Vigor.
      03 HT-FechaVigor PIC 9(8).
      03 HT-HoraVigor  PIC 9(6).
   02 HT-Baja.
      03 HT-FechaBaja  PIC 9(8).
      03 HT-HoraBaja   PIC 9(6).
   02 HT-Operador    PIC 9(5).

FD ArchivoTesoreria.
01 LineaTesoreria.
   02 TS-Origen     PIC X(3).
   02 TS-Destino    PIC X(3).
   02 TS-Tasa       PIC 9(3)V9(6).
   02 TS-FechaVigor PIC 9(8).
   02 TS-HoraVigor  PIC 9(6).

FD ArchivoTesoreriaTrabajo.
01 LineaTesoreriaTrabajo     PIC X(29).

FD ArchivoTesoreriaProcesada.
01 LineaTesoreriaProcesada   PIC X(29).

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
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 SwFinTiposCambio  PIC X(1) VALUE 'N'.
01 SwFinHistorico    PIC X(1) VALUE 'N'.
01 SwFinTesoreria    PIC X(1) VALUE 'N'.

*> Sesion de operador: cambiar un tipo mueve dinero de todos los
*> clientes que operan entre divisas, asi que solo un supervisor
01 EstadoOperadores  PIC X(2).
   88 Operadores-OK           VALUE '00'.
01 OperadorTeclado   PIC 9(5).
01 ClaveTeclada      PIC X(8).
01 OperadorActual    PIC 9(5) VALUE 0.
01 NivelActual       PIC 9(1) VALUE 0.
01 ContadorLogin     PIC 9(1) VALUE 0.
01 SwOperadorValido  PIC X(1) VALUE 'N'.
   88 Operador-Valido    VALUE 'S'.

*> Tabla de tipos vigentes en memoria, del mismo tamano que la que
*> cargan el cajero y las ordenes permanentes
01 TablaTiposCambio.
   02 TipoCambio OCCURS 10 TIMES.
      03 TC2-Origen     PIC X(3).
      03 TC2-Destino    PIC X(3).
      03 TC2-Tasa       PIC 9(3)V9(6).
      03 TC2-Vigor.
         04 TC2-FechaVigor PIC 9(8).
         04 TC2-HoraVigor  PIC 9(6).
01 ContadorTiposCambio PIC 9(2) VALUE 0.
01 IndiceCambio        PIC 9(2).
01 IndiceHallado       PIC 9(2).

*> Tipo nuevo que se quiere cargar, venga de teclado o de tesoreria
01 TipoNuevo.
   02 TN-Origen      PIC X(3).
   02 TN-Destino     PIC X(3).
   02 TN-Tasa        PIC 9(3)V9(6).
   02 TN-Vigor.
      03 TN-FechaVigor PIC 9(8).
      03 TN-HoraVigor  PIC 9(6).
01 MomentoActual.
   02 MA-Fecha       PIC 9(8).
   02 MA-Hora        PIC 9(6).
01 SwTipoAceptado    PIC X(1) VALUE 'N'.
   88 Tipo-Aceptado     VALUE 'S'.
01 MotivoRechazoTipo PIC X(50).

*> Consulta del tipo que regia en un momento dado
01 MomentoConsulta.
   02 MC-Fecha       PIC 9(8).
   02 MC-Hora        PIC 9(6).
01 SwTipoHallado     PIC X(1) VALUE 'N'.
   88 Tipo-Hallado      VALUE 'S'.

01 ContadorCargados  PIC 9(3) VALUE 0.
01 ContadorRechazados PIC 9(3) VALUE 0.
01 TasaBonita        PIC ZZ9.999999.

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
    IF NivelActual < 3
        DISPLAY "Opcion reservada a operadores con nivel de supervisor."
        STOP RUN
    END-IF

    PERFORM CARGAR-TIPOS-CAMBIO

    MOVE 0 TO Opcion
    PERFORM UNTIL Opcion = 99
        DISPLAY "========================================"
        DISPLAY "   TIPOS DE CAMBIO - POLO ATM           "
        DISPLAY "========================================"
        DISPLAY "01. Listar los tipos vigentes"
        DISPLAY "02. Cargar un tipo a mano"
        DISPLAY "03. Cargar los tipos del fichero de tesoreria"
        DISPLAY "04. Consultar el tipo que regia en una fecha y hora"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion

        EVALUATE Opcion
            WHEN 1
                PERFORM LISTAR-TIPOS-VIGENTES
            WHEN 2
                PERFORM CARGAR-TIPO-A-MANO
            WHEN 3
                PERFORM CARGAR-TIPOS-TESORERIA
            WHEN 4
                PERFORM CONSULTAR-TIPO-EN-FECHA
            WHEN 99
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion no valida."
        END-EVALUATE
    END-PERFORM

    STOP RUN.

*> ---------------------------------------------------------------
*> Carga en memoria la tabla de tipos vigentes; una linea sin
*> fecha de vigor (la de la instalacion) rige desde siempre
*> ---------------------------------------------------------------
CARGAR-TIPOS-CAMBIO.
    MOVE 0 TO ContadorTiposCambio
    MOVE 'N' TO SwFinTiposCambio
    OPEN INPUT ArchivoTiposCambio
    READ ArchivoTiposCambio
        AT END MOVE 'S' TO SwFinTiposCambio
    END-READ
    PERFORM UNTIL SwFinTiposCambio = 'S' OR ContadorTiposCambio >= 10
        ADD 1 TO ContadorTiposCambio
        MOVE TC-Origen  TO TC2-Origen(ContadorTiposCambio)
        MOVE TC-Destino TO TC2-Destino(ContadorTiposCambio)
        MOVE TC-Tasa    TO TC2-Tasa(ContadorTiposCambio)
        IF TC-FechaVigor NUMERIC AND TC-HoraVigor NUMERIC
            MOVE TC-FechaVigor TO TC2-FechaVigor(ContadorTiposCambio)
            MOVE TC-HoraVigor  TO TC2-HoraVigor(ContadorTiposCambio)
        ELSE
            MOVE 0 TO TC2-FechaVigor(ContadorTiposCambio)
            MOVE 0 TO TC2-HoraVigor(ContadorTiposCambio)
        END-IF
        READ ArchivoTiposCambio
            AT END MOVE 'S' TO SwFinTiposCambio
        END-READ
    END-PERFORM
    CLOSE ArchivoTiposCambio.

*> ---------------------------------------------------------------
*> Regraba tipos_cambio.dat entero con la tabla en memoria
*> ---------------------------------------------------------------
GRABAR-TIPOS-CAMBIO.
    OPEN OUTPUT ArchivoTiposCambio
    MOVE 1 TO IndiceCambio
    PERFORM UNTIL IndiceCambio > ContadorTiposCambio
        MOVE TC2-Origen(IndiceCambio)     TO TC-Origen
        MOVE TC2-Destino(IndiceCambio)    TO TC-Destino
        MOVE TC2-Tasa(IndiceCambio)       TO TC-Tasa
        MOVE TC2-FechaVigor(IndiceCambio) TO TC-FechaVigor
        MOVE TC2-HoraVigor(IndiceCambio)  TO TC-HoraVigor
        WRITE LineaTipoCambio
        ADD 1 TO IndiceCambio
    END-PERFORM
    CLOSE ArchivoTiposCambio.

*> ---------------------------------------------------------------
*> Muestra la tabla de tipos vigentes
*> ---------------------------------------------------------------
LISTAR-TIPOS-VIGENTES.
    IF ContadorTiposCambio = 0
        DISPLAY "No hay ningun tipo de cambio cargado."
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO IndiceCambio
    PERFORM UNTIL IndiceCambio > ContadorTiposCambio
        MOVE TC2-Tasa(IndiceCambio) TO TasaBonita
        DISPLAY TC2-Origen(IndiceCambio) " -> " TC2-Destino(IndiceCambio)
                " : " TasaBonita " | en vigor desde "
                TC2-FechaVigor(IndiceCambio) " " TC2-HoraVigor(IndiceCambio)
        ADD 1 TO IndiceCambio
    END-PERFORM.

*> ---------------------------------------------------------------
*> Carga de un tipo tecleado por el supervisor; sin fecha de vigor
*> rige desde este mismo momento
*> ---------------------------------------------------------------
CARGAR-TIPO-A-MANO.
    DISPLAY "Divisa de origen (EUR/USD): "
    ACCEPT TN-Origen
    DISPLAY "Divisa de destino (EUR/USD): "
    ACCEPT TN-Destino
    DISPLAY "Tipo (Ej: 001080000 para 1,080000): "
    ACCEPT TN-Tasa
    DISPLAY "Fecha de vigor AAAAMMDD (0 = ahora): "
    ACCEPT TN-FechaVigor
    MOVE 0 TO TN-HoraVigor
    IF TN-FechaVigor NOT = 0
        DISPLAY "Hora de vigor HHMMSS: "
        ACCEPT TN-HoraVigor
    END-IF

    PERFORM APLICAR-TIPO-NUEVO
    IF Tipo-Aceptado
        PERFORM GRABAR-TIPOS-CAMBIO
        MOVE TN-Tasa TO TasaBonita
        DISPLAY "Tipo " TN-Origen " -> " TN-Destino " cargado: " TasaBonita
                " desde " TN-FechaVigor " " TN-HoraVigor "."
    ELSE
        DISPLAY "Tipo rechazado: " MotivoRechazoTipo
    END-IF.

*> ---------------------------------------------------------------
*> Carga de los tipos del fichero de tesoreria: las lineas que
*> entran pasan a tesoreria_procesados.txt y las rechazadas se
*> quedan en el fichero de tesoreria para que la corrijan
*> ---------------------------------------------------------------
CARGAR-TIPOS-TESORERIA.
    MOVE 0 TO ContadorCargados
    MOVE 0 TO ContadorRechazados
    MOVE 'N' TO SwFinTesoreria
    OPEN INPUT ArchivoTesoreria
    OPEN OUTPUT ArchivoTesoreriaTrabajo
    OPEN EXTEND ArchivoTesoreriaProcesada
    READ ArchivoTesoreria
        AT END MOVE 'S' TO SwFinTesoreria
    END-READ
    PERFORM UNTIL SwFinTesoreria = 'S'
        MOVE TS-Origen  TO TN-Origen
        MOVE TS-Destino TO TN-Destino
        IF TS-Tasa NUMERIC
            MOVE TS-Tasa TO TN-Tasa
        ELSE
            MOVE 0 TO TN-Tasa
        END-IF
        IF TS-FechaVigor NUMERIC AND TS-HoraVigor NUMERIC
            MOVE TS-FechaVigor TO TN-FechaVigor
            MOVE TS-HoraVigor  TO TN-HoraVigor
        ELSE
            MOVE 0 TO TN-FechaVigor
            MOVE 0 TO TN-HoraVigor
        END-IF

        PERFORM APLICAR-TIPO-NUEVO
        IF Tipo-Aceptado
            MOVE LineaTesoreria TO LineaTesoreriaProcesada
            WRITE LineaTesoreriaProcesada
            ADD 1 TO ContadorCargados
        ELSE
            DISPLAY "Linea " TS-Origen " -> " TS-Destino " rechazada: " MotivoRechazoTipo
            MOVE LineaTesoreria TO LineaTesoreriaTrabajo
            WRITE LineaTesoreriaTrabajo
            ADD 1 TO ContadorRechazados
        END-IF
        READ ArchivoTesoreria
            AT END MOVE 'S' TO SwFinTesoreria
        END-READ
    END-PERFORM
    CLOSE ArchivoTesoreria
          ArchivoTesoreriaTrabajo
          ArchivoTesoreriaProcesada

    MOVE 'N' TO SwFinTesoreria
    OPEN OUTPUT ArchivoTesoreria
    OPEN INPUT ArchivoTesoreriaTrabajo
    READ ArchivoTesoreriaTrabajo
        AT END MOVE 'S' TO SwFinTesoreria
    END-READ
    PERFORM UNTIL SwFinTesoreria = 'S'
        MOVE LineaTesoreriaTrabajo TO LineaTesoreria
        WRITE LineaTesoreria
        READ ArchivoTesoreriaTrabajo
            AT END MOVE 'S' TO SwFinTesoreria
        END-READ
    END-PERFORM
    CLOSE ArchivoTesoreria
          ArchivoTesoreriaTrabajo

    IF ContadorCargados > 0
        PERFORM GRABAR-TIPOS-CAMBIO
    END-IF
    DISPLAY "Tipos cargados de tesoreria: " ContadorCargados
            ". Rechazados (quedan en el fichero): " ContadorRechazados ".".

*> ---------------------------------------------------------------
*> Valida TipoNuevo y lo pone en la tabla: el tipo al que sustituye
*> pasa al historico con el tramo en que rigio. La fecha de vigor
*> no puede ser futura (la tabla solo guarda el tipo que rige) y,
*> si es pasada, rige desde este momento: hasta ahora el cajero ha
*> aplicado el tipo anterior y asi debe constar en el historico
*> ---------------------------------------------------------------
APLICAR-TIPO-NUEVO.
    MOVE 'N' TO SwTipoAceptado
    MOVE SPACES TO MotivoRechazoTipo
    ACCEPT HoraActual FROM TIME
    MOVE FechaHoy TO MA-Fecha
    MOVE HoraActual TO MA-Hora
    IF TN-FechaVigor = 0
        MOVE MomentoActual TO TN-Vigor
    END-IF

    EVALUATE TRUE
        WHEN TN-Origen NOT = "EUR" AND TN-Origen NOT = "USD"
            MOVE "DIVISA DE ORIGEN NO VALIDA" TO MotivoRechazoTipo
        WHEN TN-Destino NOT = "EUR" AND TN-Destino NOT = "USD"
            MOVE "DIVISA DE DESTINO NO VALIDA" TO MotivoRechazoTipo
        WHEN TN-Origen = TN-Destino
            MOVE "ORIGEN Y DESTINO SON LA MISMA DIVISA" TO MotivoRechazoTipo
        WHEN TN-Tasa = 0
            MOVE "EL TIPO NO PUEDE SER CERO" TO MotivoRechazoTipo
        WHEN TN-HoraVigor > 235959
            MOVE "HORA DE VIGOR NO VALIDA" TO MotivoRechazoTipo
        WHEN TN-Vigor > MomentoActual
            MOVE "FECHA DE VIGOR FUTURA" TO MotivoRechazoTipo
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF MotivoRechazoTipo NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF TN-Vigor < MomentoActual
        MOVE MomentoActual TO TN-Vigor
    END-IF

    MOVE 0 TO IndiceHallado
    MOVE 1 TO IndiceCambio
    PERFORM UNTIL IndiceCambio > ContadorTiposCambio OR IndiceHallado > 0
        IF TC2-Origen(IndiceCambio) = TN-Origen AND TC2-Destino(IndiceCambio) = TN-Destino
            MOVE IndiceCambio TO IndiceHallado
        END-IF
        ADD 1 TO IndiceCambio
    END-PERFORM

    IF IndiceHallado = 0
        IF ContadorTiposCambio >= 10
            MOVE "TABLA DE TIPOS LLENA" TO MotivoRechazoTipo
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ContadorTiposCambio
        MOVE ContadorTiposCambio TO IndiceHallado
        MOVE TN-Origen  TO TC2-Origen(IndiceHallado)
        MOVE TN-Destino TO TC2-Destino(IndiceHallado)
    ELSE
        IF TN-Vigor < TC2-Vigor(IndiceHallado)
            MOVE "VIGOR ANTERIOR AL DEL TIPO VIGENTE" TO MotivoRechazoTipo
            EXIT PARAGRAPH
        END-IF
        MOVE TC2-Origen(IndiceHallado)  TO HT-Origen
        MOVE TC2-Destino(IndiceHallado) TO HT-Destino
        MOVE TC2-Tasa(IndiceHallado)    TO HT-Tasa
        MOVE TC2-Vigor(IndiceHallado)   TO HT-Vigor
        MOVE TN-Vigor                   TO HT-Baja
        MOVE OperadorActual             TO HT-Operador
        OPEN EXTEND ArchivoHistoricoTipos
        WRITE RegistroHistoricoTipo
        CLOSE ArchivoHistoricoTipos
    END-IF
    MOVE TN-Tasa  TO TC2-Tasa(IndiceHallado)
    MOVE TN-Vigor TO TC2-Vigor(IndiceHallado)
    MOVE 'S' TO SwTipoAceptado

    MOVE ZEROS TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    MOVE TN-Tasa TO TasaBonita
    STRING "MANT TIPO " TN-Origen " " TN-Destino " " TasaBonita
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE 0 TO Aud-Dinero
    MOVE TN-Origen TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE TN-Destino TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA.

*> ---------------------------------------------------------------
*> Dice que tipo convertia de una divisa a otra en una fecha y hora
*> dadas: primero en el historico de tipos sustituidos y, si el
*> momento es posterior, en la tabla vigente
*> ---------------------------------------------------------------
CONSULTAR-TIPO-EN-FECHA.
    DISPLAY "Divisa de origen (EUR/USD): "
    ACCEPT TN-Origen
    DISPLAY "Divisa de destino (EUR/USD): "
    ACCEPT TN-Destino
    DISPLAY "Fecha AAAAMMDD: "
    ACCEPT MC-Fecha
    DISPLAY "Hora HHMMSS: "
    ACCEPT MC-Hora

    MOVE 'N' TO SwTipoHallado
    MOVE 'N' TO SwFinHistorico
    OPEN INPUT ArchivoHistoricoTipos
    READ ArchivoHistoricoTipos
        AT END MOVE 'S' TO SwFinHistorico
    END-READ
    PERFORM UNTIL SwFinHistorico = 'S' OR Tipo-Hallado
        IF HT-Origen = TN-Origen AND HT-Destino = TN-Destino
           AND HT-Vigor <= MomentoConsulta AND MomentoConsulta < HT-Baja
            MOVE HT-Tasa TO TasaBonita
            DISPLAY "Regia " TasaBonita " desde " HT-FechaVigor " " HT-HoraVigor
                    " hasta " HT-FechaBaja " " HT-HoraBaja
                    " (sustituido por el operador " HT-Operador ")."
            MOVE 'S' TO SwTipoHallado
        ELSE
            READ ArchivoHistoricoTipos
                AT END MOVE 'S' TO SwFinHistorico
            END-READ
        END-IF
    END-PERFORM
    CLOSE ArchivoHistoricoTipos
    IF Tipo-Hallado
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO IndiceCambio
    PERFORM UNTIL IndiceCambio > ContadorTiposCambio OR Tipo-Hallado
        IF TC2-Origen(IndiceCambio) = TN-Origen AND TC2-Destino(IndiceCambio) = TN-Destino
           AND TC2-Vigor(IndiceCambio) <= MomentoConsulta
            MOVE TC2-Tasa(IndiceCambio) TO TasaBonita
            DISPLAY "Regia " TasaBonita " (tipo vigente, desde "
                    TC2-FechaVigor(IndiceCambio) " " TC2-HoraVigor(IndiceCambio) ")."
            MOVE 'S' TO SwTipoHallado
        END-IF
        ADD 1 TO IndiceCambio
    END-PERFORM
    IF NOT Tipo-Hallado
        DISPLAY "No consta ningun tipo " TN-Origen " -> " TN-Destino " en ese momento."
    END-IF.

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
