           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Reclamaciones.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar estas herramientas y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT ArchivoTerminales ASSIGN TO "..\terminales.dat" *>maestro de terminales: libros del cassette que se corrigen si los billetes no salieron
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS Term-Id
    FILE STATUS IS EstadoTerminales.

    SELECT OPTIONAL ArchivoReclamaciones ASSIGN TO "..\reclamaciones.txt" *>expedientes de reclamacion abiertos y cerrados, uno por referencia
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoReclamacionesTrabajo ASSIGN TO "..\reclamaciones_trabajo.txt" *>fichero de trabajo para regrabar el expediente resuelto
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt" *>donde se busca la operacion reclamada y donde queda la resolucion
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>movimientos aun sin cortar, y destino de los apuntes de compensacion
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientosDia ASSIGN DYNAMIC NombreArchivoMovDia *>movimientos ya cortados por el batch a sus ficheros fechados
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDispensados ASSIGN TO "..\billetes_dispensados.txt" *>billetes entregados desde el ultimo cuadre, anotados por MotorCajero
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoDispensadosTrabajo ASSIGN TO "..\billetes_trabajo.txt" *>fichero de trabajo para retirar la linea de unos billetes que no salieron
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetirosDia ASSIGN TO "..\retiros_diarios.txt" *>acumulador de retiradas por cuenta y dia que consulta el limite diario del cajero
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoRetirosTrabajo ASSIGN TO "..\retiros_trabajo.txt" *>fichero de trabajo para descontar del acumulador un reintegro anulado
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

FD ArchivoTerminales.
01 RegistroTerminal.
   02 Term-Id         PIC X(4).
   02 Term-Ubicacion  PIC X(20).
   02 Term-Bloqueado  PIC X(1).
      88 Term-Esta-Bloqueado VALUE 'S'.
   02 Term-Num50      PIC 9(5).
   02 Term-Num20      PIC 9(5).
   02 Term-Num10      PIC 9(5).
   02 Term-Num5       PIC 9(5).
   02 Term-IntentosInvalidos PIC 9(1).

FD ArchivoReclamaciones.
01 RegistroReclamacion.
   02 Rec-IdCaso          PIC 9(5).
   02 Rec-Referencia      PIC 9(7).
   02 Rec-Tipo            PIC X(1).
      88 Rec-Es-Reintegro    VALUE 'R'.
      88 Rec-Es-Transferencia VALUE 'T'.
   02 Rec-Cuenta          PIC 9(5).
   02 Rec-Importe         PIC 9(5)V99.
   02 Rec-Moneda          PIC X(3).
   02 Rec-CuentaDestino   PIC 9(5).
   02 Rec-ImporteDestino  PIC 9(5)V99.
   02 Rec-MonedaDestino   PIC X(3).
   02 Rec-FechaOperacion  PIC 9(8).
   02 Rec-FechaApertura   PIC 9(8).
   02 Rec-OperadorApertura PIC 9(5).
   02 Rec-Motivo          PIC X(40).
   02 Rec-Estado          PIC X(1).
      88 Rec-Abierta         VALUE 'A'.
      88 Rec-Resuelta        VALUE 'R'.
      88 Rec-Denegada        VALUE 'D'.
   02 Rec-FechaCierre     PIC 9(8).
   02 Rec-OperadorCierre  PIC 9(5).

FD ArchivoReclamacionesTrabajo.
01 LineaReclamacionTrabajo PIC X(118).

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

FD ArchivoMovimientosDia.
01 RegistroMovimientoDia.
   02 MovDia-Cuenta        PIC 9(5).
   02 MovDia-TipoOperacion PIC X(1).
   02 MovDia-Cantidad      PIC 9(4)V99.
   02 MovDia-Fecha         PIC 9(8).
   02 MovDia-Hora          PIC 9(6).
   02 MovDia-Referencia    PIC 9(7).
   02 MovDia-Origen        PIC X(1).
   02 MovDia-Moneda        PIC X(3).
   02 MovDia-Canal         PIC X(4).

FD ArchivoDispensados.
01 RegistroDispensado.
   02 Disp-Terminal   PIC X(4).
   02 Disp-Fecha      PIC 9(8).
   02 Disp-Hora       PIC 9(6).
   02 Disp-Referencia PIC 9(7).
   02 Disp-Num50      PIC 9(4).
   02 Disp-Num20      PIC 9(4).
   02 Disp-Num10      PIC 9(4).
   02 Disp-Num5       PIC 9(4).

FD ArchivoDispensadosTrabajo.
01 LineaDispensadoTrabajo PIC X(41).

FD ArchivoRetirosDia.
01 RegistroRetiroDia.
   02 Ret-Cuenta   PIC 9(5).
   02 Ret-Fecha    PIC 9(8).
   02 Ret-Importe  PIC 9(5)V99.
   02 Ret-Cliente  PIC 9(5).

FD ArchivoRetirosTrabajo.
01 LineaRetiroTrabajo PIC X(25).

WORKING-STORAGE SECTION.
01 Opcion            PIC 9(2).
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 Decision          PIC X(1).
01 SwFinLectura      PIC X(1) VALUE 'N'.
01 SwFinTrabajo      PIC X(1) VALUE 'N'.
01 NombreArchivoMovDia PIC X(30).
01 DineroBonito      PIC ZZZZ9.99.

*> Sesion de operador: cualquiera consulta, un gestor abre el
*> expediente y solo un supervisor lo resuelve con dinero
01 EstadoOperadores  PIC X(2).
   88 Operadores-OK           VALUE '00'.
01 EstadoTerminales  PIC X(2).
   88 Terminales-OK           VALUE '00'.
01 OperadorTeclado   PIC 9(5).
01 ClaveTeclada      PIC X(8).
01 OperadorActual    PIC 9(5) VALUE 0.
01 NivelActual       PIC 9(1) VALUE 0.
01 ContadorLogin     PIC 9(1) VALUE 0.
01 SwOperadorValido  PIC X(1) VALUE 'N'.
   88 Operador-Valido    VALUE 'S'.
01 SwAutorizado      PIC X(1) VALUE 'N'.
   88 Operador-Autorizado VALUE 'S'.

*> Operacion reclamada, tal como la dejo el cajero en historial.txt
01 ReferenciaTeclado   PIC 9(7).
01 SwOperacionHallada  PIC X(1) VALUE 'N'.
   88 Operacion-Hallada   VALUE 'S'.
01 SwYaCompensada      PIC X(1) VALUE 'N'.
   88 Ya-Compensada       VALUE 'S'.
01 OperacionReclamada.
   02 OR-Tipo            PIC X(1).
   02 OR-Cuenta          PIC 9(5).
   02 OR-Importe         PIC 9(5)V99.
   02 OR-Moneda          PIC X(3).
   02 OR-CuentaDestino   PIC 9(5).
   02 OR-ImporteDestino  PIC 9(5)V99.
   02 OR-MonedaDestino   PIC X(3).
   02 OR-Fecha           PIC 9(8).
01 ContadorLineas      PIC 9(3) VALUE 0.

*> Los ficheros fechados de movimientos se recorren desde el dia de
*> la operacion unos pocos dias hacia delante: el corte nocturno la
*> archiva en el fichero del dia en que paso el batch, que puede no
*> ser el mismo si el cierre no corrio esa noche
01 DiasAdelante        PIC 9(2).
01 LimiteDiasAdelante  PIC 9(2) VALUE 7.
01 EnteroFecha         PIC 9(7).
01 FechaArchivo        PIC 9(8).
01 FechaDesdeArchivo   PIC 9(8).

*> Expediente en curso y numeracion
01 IdCasoTeclado       PIC 9(5).
01 SiguienteIdCaso     PIC 9(5) VALUE 0.
01 SwCasoHallado       PIC X(1) VALUE 'N'.
   88 Caso-Hallado        VALUE 'S'.
01 SwCasoDuplicado     PIC X(1) VALUE 'N'.
   88 Caso-Duplicado      VALUE 'S'.
01 CasoEnCurso         PIC X(118).
01 FiltroListado       PIC X(1).
01 ContadorListados    PIC 9(5) VALUE 0.
01 TextoEstado         PIC X(9).

*> Correccion del cassette y del acumulador diario de un reintegro
*> cuyos billetes no llegaron a salir del cajero
01 SwDispensadoHallado PIC X(1) VALUE 'N'.
   88 Dispensado-Hallado  VALUE 'S'.
01 DispTerminalHallado PIC X(4).
01 DispNum50Hallado    PIC 9(4).
01 DispNum20Hallado    PIC 9(4).
01 DispNum10Hallado    PIC 9(4).
01 DispNum5Hallado     PIC 9(4).
01 SwRetiroDescontado  PIC X(1) VALUE 'N'.
   88 Retiro-Descontado   VALUE 'S'.
01 ContadorConservados PIC 9(5) VALUE 0.

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

    PERFORM CALCULAR-SIGUIENTE-CASO

    MOVE 0 TO Opcion
    PERFORM UNTIL Opcion = 99
        DISPLAY "========================================"
        DISPLAY "   RECLAMACIONES - POLO ATM             "
        DISPLAY "========================================"
        DISPLAY "01. Consultar una operacion por su referencia"
        DISPLAY "02. Abrir una reclamacion"
        DISPLAY "03. Resolver una reclamacion abierta"
        DISPLAY "04. Listar reclamaciones"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion

        EVALUATE Opcion
            WHEN 1
                DISPLAY "Referencia de la operacion: "
                ACCEPT ReferenciaTeclado
                PERFORM MOSTRAR-RASTRO-REFERENCIA
            WHEN 2
                IF NivelActual < 2
                    DISPLAY "Su nivel de acceso es solo de consulta: no puede abrir reclamaciones."
                ELSE
                    PERFORM ABRIR-RECLAMACION
                END-IF
            WHEN 3
                PERFORM EXIGIR-NIVEL-SUPERVISOR
                IF Operador-Autorizado
                    PERFORM RESOLVER-RECLAMACION
                END-IF
            WHEN 4
                PERFORM LISTAR-RECLAMACIONES
            WHEN 99
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion no valida."
        END-EVALUATE
    END-PERFORM

    STOP RUN.

*> ---------------------------------------------------------------
*> Deja calculado el siguiente numero de expediente libre
*> ---------------------------------------------------------------
CALCULAR-SIGUIENTE-CASO.
    MOVE 0 TO SiguienteIdCaso
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoReclamaciones
    READ ArchivoReclamaciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Rec-IdCaso > SiguienteIdCaso
            MOVE Rec-IdCaso TO SiguienteIdCaso
        END-IF
        READ ArchivoReclamaciones
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoReclamaciones.

*> ---------------------------------------------------------------
*> Muestra todo el rastro de ReferenciaTeclado: sus apuntes de
*> historial.txt, sus movimientos (pendientes y ya cortados) y los
*> billetes que entrego el cajero, y deja en OperacionReclamada la
*> operacion de cliente que se puede reclamar
*> ---------------------------------------------------------------
MOSTRAR-RASTRO-REFERENCIA.
    INITIALIZE OperacionReclamada
    MOVE 'N' TO SwOperacionHallada
    MOVE 'N' TO SwYaCompensada
    DISPLAY "--- historial.txt ---"
    PERFORM BUSCAR-EN-HISTORIAL
    DISPLAY "--- movimientos.txt ---"
    PERFORM BUSCAR-EN-MOVIMIENTOS
    DISPLAY "--- movimientos cortados por el batch ---"
    PERFORM BUSCAR-EN-MOVIMIENTOS-FECHADOS
    DISPLAY "--- billetes_dispensados.txt ---"
    PERFORM BUSCAR-EN-DISPENSADOS
    IF Operacion-Hallada
        MOVE OR-Importe TO DineroBonito
        IF OR-Tipo = 'R'
            DISPLAY "Operacion reclamable: REINTEGRO de la cuenta " OR-Cuenta
                    " por " DineroBonito " " OR-Moneda " el " OR-Fecha
        ELSE
            DISPLAY "Operacion reclamable: TRANSFERENCIA de la cuenta " OR-Cuenta
                    " a la " OR-CuentaDestino " por " DineroBonito " " OR-Moneda " el " OR-Fecha
        END-IF
        IF Ya-Compensada
            DISPLAY "Atencion: esta referencia ya tiene un apunte de compensacion por reclamacion."
        END-IF
    ELSE
        DISPLAY "No hay en historial.txt ningun reintegro ni transferencia interna con esa referencia."
    END-IF.

*> ---------------------------------------------------------------
*> Recorre historial.txt mostrando los apuntes de la referencia y
*> reconociendo la operacion de cliente: un reintegro, o la pata
*> de cargo de una transferencia interna (con o sin cambio)
*> ---------------------------------------------------------------
BUSCAR-EN-HISTORIAL.
    MOVE 0 TO ContadorLineas
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoAuditoria
    READ ArchivoAuditoria
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Aud-Referencia = ReferenciaTeclado
            ADD 1 TO ContadorLineas
            MOVE Aud-Dinero TO DineroBonito
            DISPLAY Aud-Fecha " " Aud-Hora " | " Aud-Cuenta " | " Aud-Operacion
                    " | " DineroBonito " " Aud-Moneda " | rel. " Aud-CuentaRelacionada
            EVALUATE TRUE
                WHEN Aud-Operacion(1:17) = "REINTEGRO EXITOSO"
                    MOVE 'R' TO OR-Tipo
                    MOVE Aud-Cuenta TO OR-Cuenta
                    MOVE Aud-Dinero TO OR-Importe
                    MOVE Aud-Moneda TO OR-Moneda
                    MOVE 0 TO OR-CuentaDestino
                    MOVE 0 TO OR-ImporteDestino
                    MOVE SPACES TO OR-MonedaDestino
                    MOVE Aud-Fecha TO OR-Fecha
                    MOVE 'S' TO SwOperacionHallada
                WHEN Aud-Operacion(1:21) = "TRANSFERENCIA ENVIADA"
                    MOVE 'T' TO OR-Tipo
                    MOVE Aud-Cuenta TO OR-Cuenta
                    MOVE Aud-Dinero TO OR-Importe
                    MOVE Aud-Moneda TO OR-Moneda
                    MOVE Aud-CuentaRelacionada TO OR-CuentaDestino
                    IF Aud-Operacion(23:6) = "CAMBIO"
                        MOVE Aud-DineroOriginal TO OR-ImporteDestino
                        MOVE Aud-MonedaOriginal TO OR-MonedaDestino
                    ELSE
                        MOVE Aud-Dinero TO OR-ImporteDestino
                        MOVE Aud-Moneda TO OR-MonedaDestino
                    END-IF
                    MOVE Aud-Fecha TO OR-Fecha
                    MOVE 'S' TO SwOperacionHallada
                WHEN Aud-Operacion(1:17) = "ABONO RECLAMACION"
                    MOVE 'S' TO SwYaCompensada
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        READ ArchivoAuditoria
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoAuditoria
    IF ContadorLineas = 0
        DISPLAY "(sin apuntes)"
    END-IF.

*> ---------------------------------------------------------------
*> Movimientos de la referencia que aun no ha cortado el batch
*> ---------------------------------------------------------------
BUSCAR-EN-MOVIMIENTOS.
    MOVE 0 TO ContadorLineas
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoMovimientos
    READ ArchivoMovimientos
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Mov-Referencia = ReferenciaTeclado
            ADD 1 TO ContadorLineas
            MOVE Cantidad TO DineroBonito
            DISPLAY Mov-Fecha " " Mov-Hora " | " Cuenta " | tipo " MovTipoOperacion
                    " | " DineroBonito " " Mov-Moneda " | origen " Mov-Origen " | canal " Mov-Canal
        END-IF
        READ ArchivoMovimientos
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoMovimientos
    IF ContadorLineas = 0
        DISPLAY "(sin movimientos pendientes)"
    END-IF.

*> ---------------------------------------------------------------
*> Movimientos de la referencia ya cortados a movimientos_<fecha>:
*> desde el dia de la operacion (o la ultima semana, si historial
*> no la tiene) y unos dias hacia delante, sin pasar de hoy
*> ---------------------------------------------------------------
BUSCAR-EN-MOVIMIENTOS-FECHADOS.
    MOVE 0 TO ContadorLineas
    IF Operacion-Hallada
        MOVE OR-Fecha TO FechaDesdeArchivo
    ELSE
        COMPUTE EnteroFecha = FUNCTION INTEGER-OF-DATE(FechaHoy) - LimiteDiasAdelante
        COMPUTE FechaDesdeArchivo = FUNCTION DATE-OF-INTEGER(EnteroFecha)
    END-IF
    MOVE 0 TO DiasAdelante
    MOVE FechaDesdeArchivo TO FechaArchivo
    PERFORM UNTIL DiasAdelante > LimiteDiasAdelante OR FechaArchivo > FechaHoy
        PERFORM BUSCAR-EN-UN-ARCHIVO-MOVIMIENTOS
        ADD 1 TO DiasAdelante
        COMPUTE EnteroFecha = FUNCTION INTEGER-OF-DATE(FechaDesdeArchivo) + DiasAdelante
        COMPUTE FechaArchivo = FUNCTION DATE-OF-INTEGER(EnteroFecha)
    END-PERFORM
    IF ContadorLineas = 0
        DISPLAY "(sin movimientos cortados)"
    END-IF.

*> ---------------------------------------------------------------
*> Recorre el fichero fechado de FechaArchivo, si existe
*> ---------------------------------------------------------------
BUSCAR-EN-UN-ARCHIVO-MOVIMIENTOS.
    MOVE SPACES TO NombreArchivoMovDia
    STRING "..\movimientos_" FechaArchivo ".txt"
           DELIMITED BY SIZE INTO NombreArchivoMovDia
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoMovimientosDia
    READ ArchivoMovimientosDia
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF MovDia-Referencia = ReferenciaTeclado
            ADD 1 TO ContadorLineas
            MOVE MovDia-Cantidad TO DineroBonito
            DISPLAY FechaArchivo " > " MovDia-Fecha " " MovDia-Hora " | " MovDia-Cuenta
                    " | tipo " MovDia-TipoOperacion " | " DineroBonito " " MovDia-Moneda
                    " | canal " MovDia-Canal
        END-IF
        READ ArchivoMovimientosDia
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoMovimientosDia.

*> ---------------------------------------------------------------
*> Billetes que el cajero anoto como entregados con la referencia
*> (solo mientras su terminal no se haya cuadrado desde entonces)
*> ---------------------------------------------------------------
BUSCAR-EN-DISPENSADOS.
    MOVE 'N' TO SwDispensadoHallado
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoDispensados
    READ ArchivoDispensados
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Disp-Referencia = ReferenciaTeclado
            DISPLAY Disp-Fecha " " Disp-Hora " | terminal " Disp-Terminal " | "
                    Disp-Num50 " de 50, " Disp-Num20 " de 20, " Disp-Num10 " de 10, "
                    Disp-Num5 " de 5"
            MOVE 'S' TO SwDispensadoHallado
            MOVE Disp-Terminal TO DispTerminalHallado
            MOVE Disp-Num50 TO DispNum50Hallado
            MOVE Disp-Num20 TO DispNum20Hallado
            MOVE Disp-Num10 TO DispNum10Hallado
            MOVE Disp-Num5  TO DispNum5Hallado
        END-IF
        READ ArchivoDispensados
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDispensados
    IF NOT Dispensado-Hallado
        DISPLAY "(sin billetes pendientes de cuadre)"
    END-IF.

*> ---------------------------------------------------------------
*> Abre un expediente sobre la operacion de una referencia: debe
*> ser un reintegro o una transferencia interna, sin compensar y
*> sin otro expediente vivo o resuelto sobre la misma referencia
*> ---------------------------------------------------------------
ABRIR-RECLAMACION.
    DISPLAY "Referencia de la operacion reclamada: "
    ACCEPT ReferenciaTeclado
    PERFORM MOSTRAR-RASTRO-REFERENCIA
    IF NOT Operacion-Hallada
        DISPLAY "No se abre la reclamacion."
        EXIT PARAGRAPH
    END-IF
    IF Ya-Compensada
        DISPLAY "La operacion ya fue compensada: no se abre la reclamacion."
        EXIT PARAGRAPH
    END-IF
    PERFORM COMPROBAR-CASO-DUPLICADO
    IF Caso-Duplicado
        DISPLAY "Ya existe una reclamacion abierta o resuelta sobre esta referencia."
        EXIT PARAGRAPH
    END-IF

    INITIALIZE RegistroReclamacion
    DISPLAY "Motivo de la reclamacion: "
    ACCEPT Rec-Motivo
    ADD 1 TO SiguienteIdCaso
    MOVE SiguienteIdCaso    TO Rec-IdCaso
    MOVE ReferenciaTeclado  TO Rec-Referencia
    MOVE OR-Tipo            TO Rec-Tipo
    MOVE OR-Cuenta          TO Rec-Cuenta
    MOVE OR-Importe         TO Rec-Importe
    MOVE OR-Moneda          TO Rec-Moneda
    MOVE OR-CuentaDestino   TO Rec-CuentaDestino
    MOVE OR-ImporteDestino  TO Rec-ImporteDestino
    MOVE OR-MonedaDestino   TO Rec-MonedaDestino
    MOVE OR-Fecha           TO Rec-FechaOperacion
    MOVE FechaHoy           TO Rec-FechaApertura
    MOVE OperadorActual     TO Rec-OperadorApertura
    MOVE 'A'                TO Rec-Estado
    MOVE 0                  TO Rec-FechaCierre
    MOVE 0                  TO Rec-OperadorCierre
    OPEN EXTEND ArchivoReclamaciones
    WRITE RegistroReclamacion
    CLOSE ArchivoReclamaciones

    MOVE Rec-Cuenta TO Aud-Cuenta
    MOVE "RECLAMACION ABIERTA" TO Aud-Operacion
    MOVE Rec-Importe TO Aud-Dinero
    MOVE Rec-Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE Rec-Referencia TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Reclamacion " Rec-IdCaso " abierta sobre la referencia " Rec-Referencia ".".

*> ---------------------------------------------------------------
*> Busca otro expediente sobre ReferenciaTeclado que no este
*> denegado (uno denegado se puede volver a reclamar)
*> ---------------------------------------------------------------
COMPROBAR-CASO-DUPLICADO.
    MOVE 'N' TO SwCasoDuplicado
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoReclamaciones
    READ ArchivoReclamaciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Rec-Referencia = ReferenciaTeclado AND NOT Rec-Denegada
            MOVE 'S' TO SwCasoDuplicado
        END-IF
        READ ArchivoReclamaciones
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoReclamaciones.

*> ---------------------------------------------------------------
*> Resolucion de un expediente abierto por un supervisor: aprobado
*> genera la compensacion con la referencia original; denegado
*> solo cierra el expediente
*> ---------------------------------------------------------------
RESOLVER-RECLAMACION.
    DISPLAY "Numero de reclamacion: "
    ACCEPT IdCasoTeclado
    PERFORM LOCALIZAR-CASO
    IF NOT Caso-Hallado
        DISPLAY "Error: no existe la reclamacion " IdCasoTeclado "."
        EXIT PARAGRAPH
    END-IF
    PERFORM MOSTRAR-CASO
    IF NOT Rec-Abierta
        DISPLAY "La reclamacion ya esta cerrada."
        EXIT PARAGRAPH
    END-IF
    IF Rec-OperadorApertura = OperadorActual
        DISPLAY "La reclamacion la tiene que resolver un supervisor distinto del que la abrio."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "(A)probar y compensar, (D)enegar, (S) dejarla abierta: "
    ACCEPT Decision
    EVALUATE Decision
        WHEN 'A' WHEN 'a'
            IF Rec-Importe > 9999.99 OR Rec-ImporteDestino > 9999.99
                DISPLAY "El importe excede el maximo por movimiento: la compensacion se tiene que hacer a mano."
                EXIT PARAGRAPH
            END-IF
            MOVE Rec-Referencia TO ReferenciaTeclado
            PERFORM GENERAR-COMPENSACION
            IF Rec-Es-Reintegro
                PERFORM CORREGIR-REINTEGRO-NO-ENTREGADO
            END-IF
            MOVE 'R' TO Rec-Estado
            MOVE "RECLAMACION RESUELTA" TO Aud-Operacion
        WHEN 'D' WHEN 'd'
            MOVE 'D' TO Rec-Estado
            MOVE "RECLAMACION DENEGADA" TO Aud-Operacion
        WHEN OTHER
            DISPLAY "La reclamacion sigue abierta."
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE FechaHoy TO Rec-FechaCierre
    MOVE OperadorActual TO Rec-OperadorCierre
    PERFORM REGRABAR-CASO

    MOVE Rec-Cuenta TO Aud-Cuenta
    MOVE Rec-Importe TO Aud-Dinero
    MOVE Rec-Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE Rec-Referencia TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Reclamacion " Rec-IdCaso " cerrada: " Aud-Operacion.

*> ---------------------------------------------------------------
*> Escribe en movimientos.txt la compensacion con la referencia de
*> la operacion original y Mov-Origen 'E', para que ProcesadorBatch
*> la aplique esta noche. En una transferencia el cargo a quien la
*> recibio va delante del abono a quien la envio: si el cargo se
*> rechaza por saldo, el batch rechaza tambien su abono emparejado
*> ---------------------------------------------------------------
GENERAR-COMPENSACION.
    ACCEPT HoraActual FROM TIME
    OPEN EXTEND ArchivoMovimientos
    IF Rec-Es-Transferencia
        MOVE Rec-CuentaDestino  TO Cuenta
        MOVE 'R'                TO MovTipoOperacion
        MOVE Rec-ImporteDestino TO Cantidad
        MOVE FechaHoy           TO Mov-Fecha
        MOVE HoraActual         TO Mov-Hora
        MOVE Rec-Referencia     TO Mov-Referencia
        MOVE 'E'                TO Mov-Origen
        MOVE Rec-MonedaDestino  TO Mov-Moneda
        MOVE "BACK"             TO Mov-Canal
        WRITE RegistroMovimiento
    END-IF
    MOVE Rec-Cuenta     TO Cuenta
    MOVE 'I'            TO MovTipoOperacion
    MOVE Rec-Importe    TO Cantidad
    MOVE FechaHoy       TO Mov-Fecha
    MOVE HoraActual     TO Mov-Hora
    MOVE Rec-Referencia TO Mov-Referencia
    MOVE 'E'            TO Mov-Origen
    MOVE Rec-Moneda     TO Mov-Moneda
    MOVE "BACK"         TO Mov-Canal
    WRITE RegistroMovimiento
    CLOSE ArchivoMovimientos

    IF Rec-Es-Transferencia
        MOVE Rec-CuentaDestino TO Aud-Cuenta
        MOVE "CARGO RECLAMACION TRANSFER" TO Aud-Operacion
        MOVE Rec-ImporteDestino TO Aud-Dinero
        MOVE Rec-MonedaDestino TO Aud-Moneda
        MOVE OperadorActual TO Aud-CuentaRelacionada
        MOVE Rec-Referencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA
        MOVE "ABONO RECLAMACION TRANSFER" TO Aud-Operacion
    ELSE
        MOVE "ABONO RECLAMACION REINTEGRO" TO Aud-Operacion
    END-IF
    MOVE Rec-Cuenta TO Aud-Cuenta
    MOVE Rec-Importe TO Aud-Dinero
    MOVE Rec-Moneda TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE Rec-Referencia TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA
    DISPLAY "Compensacion anotada en movimientos.txt con la referencia " Rec-Referencia
            "; se aplicara en la proxima pasada del batch.".

*> ---------------------------------------------------------------
*> Reintegro cuyos billetes no salieron: se descuenta del
*> acumulador de retiradas del dia y, si el terminal no se ha
*> cuadrado desde entonces, los billetes vuelven a los libros del
*> cassette y su linea sale del registro de dispensados (un cuadre
*> posterior ya dejo los libros en el recuento fisico)
*> ---------------------------------------------------------------
CORREGIR-REINTEGRO-NO-ENTREGADO.
    DISPLAY "Se comprobo que los billetes no llegaron a salir del cajero? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se tocan el cassette ni el acumulador de retiradas."
        EXIT PARAGRAPH
    END-IF

    PERFORM DESCONTAR-RETIRO-DIARIO
    IF Retiro-Descontado
        DISPLAY "Reintegro descontado del acumulador de retiradas del " Rec-FechaOperacion "."
    END-IF

    MOVE 'N' TO SwDispensadoHallado
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoDispensados
    OPEN OUTPUT ArchivoDispensadosTrabajo
    READ ArchivoDispensados
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Disp-Referencia = Rec-Referencia AND NOT Dispensado-Hallado
            MOVE 'S' TO SwDispensadoHallado
            MOVE Disp-Terminal TO DispTerminalHallado
            MOVE Disp-Num50 TO DispNum50Hallado
            MOVE Disp-Num20 TO DispNum20Hallado
            MOVE Disp-Num10 TO DispNum10Hallado
            MOVE Disp-Num5  TO DispNum5Hallado
        ELSE
            MOVE RegistroDispensado TO LineaDispensadoTrabajo
            WRITE LineaDispensadoTrabajo
        END-IF
        READ ArchivoDispensados
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDispensados
          ArchivoDispensadosTrabajo

    IF NOT Dispensado-Hallado
        DISPLAY "El terminal ya se cuadro despues del reintegro: sus libros ya recogen el recuento fisico."
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwFinLectura
    OPEN OUTPUT ArchivoDispensados
    OPEN INPUT ArchivoDispensadosTrabajo
    READ ArchivoDispensadosTrabajo
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        MOVE LineaDispensadoTrabajo TO RegistroDispensado
        WRITE RegistroDispensado
        READ ArchivoDispensadosTrabajo
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoDispensados
          ArchivoDispensadosTrabajo

    OPEN I-O ArchivoTerminales
    IF NOT Terminales-OK
        DISPLAY "Aviso: el maestro de terminales no esta disponible (" EstadoTerminales "); corrija el cassette de " DispTerminalHallado " en el proximo cuadre."
        EXIT PARAGRAPH
    END-IF
    MOVE DispTerminalHallado TO Term-Id
    READ ArchivoTerminales
        INVALID KEY
            DISPLAY "Aviso: el terminal " DispTerminalHallado " ya no esta en el maestro."
        NOT INVALID KEY
            ADD DispNum50Hallado TO Term-Num50
            ADD DispNum20Hallado TO Term-Num20
            ADD DispNum10Hallado TO Term-Num10
            ADD DispNum5Hallado  TO Term-Num5
            REWRITE RegistroTerminal
                INVALID KEY DISPLAY "Aviso: no se pudo actualizar el cassette del terminal " Term-Id " en el maestro."
                NOT INVALID KEY DISPLAY "Cassette del terminal " Term-Id " corregido con los billetes no entregados."
            END-REWRITE
    END-READ
    CLOSE ArchivoTerminales.

*> ---------------------------------------------------------------
*> Retira del acumulador diario una linea de la cuenta, el dia y
*> el importe del reintegro anulado; nunca lo deja vacio, porque
*> un acumulador vacio hace al cajero reconstruirlo del historial
*> ---------------------------------------------------------------
DESCONTAR-RETIRO-DIARIO.
    MOVE 'N' TO SwRetiroDescontado
    MOVE 0 TO ContadorConservados
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoRetirosDia
    OPEN OUTPUT ArchivoRetirosTrabajo
    READ ArchivoRetirosDia
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Ret-Cuenta = Rec-Cuenta AND Ret-Fecha = Rec-FechaOperacion
           AND Ret-Importe = Rec-Importe AND NOT Retiro-Descontado
            MOVE 'S' TO SwRetiroDescontado
        ELSE
            MOVE RegistroRetiroDia TO LineaRetiroTrabajo
            WRITE LineaRetiroTrabajo
        END-IF
        READ ArchivoRetirosDia
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoRetirosDia
          ArchivoRetirosTrabajo

    IF NOT Retiro-Descontado
        EXIT PARAGRAPH
    END-IF

    MOVE 'N' TO SwFinLectura
    OPEN OUTPUT ArchivoRetirosDia
    OPEN INPUT ArchivoRetirosTrabajo
    READ ArchivoRetirosTrabajo
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        MOVE LineaRetiroTrabajo TO RegistroRetiroDia
        WRITE RegistroRetiroDia
        ADD 1 TO ContadorConservados
        READ ArchivoRetirosTrabajo
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    IF ContadorConservados = 0
        MOVE 0 TO Ret-Cuenta
        MOVE Rec-FechaOperacion TO Ret-Fecha
        MOVE 0 TO Ret-Importe
        MOVE 0 TO Ret-Cliente
        WRITE RegistroRetiroDia
    END-IF
    CLOSE ArchivoRetirosDia
          ArchivoRetirosTrabajo.

*> ---------------------------------------------------------------
*> Lista los expedientes: (A)biertos, (C)errados o (T)odos
*> ---------------------------------------------------------------
LISTAR-RECLAMACIONES.
    DISPLAY "Listar (A)biertas, (C)erradas o (T)odas: "
    ACCEPT FiltroListado
    MOVE 0 TO ContadorListados
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoReclamaciones
    READ ArchivoReclamaciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        EVALUATE TRUE
            WHEN (FiltroListado = 'A' OR FiltroListado = 'a') AND NOT Rec-Abierta
                CONTINUE
            WHEN (FiltroListado = 'C' OR FiltroListado = 'c') AND Rec-Abierta
                CONTINUE
            WHEN OTHER
                PERFORM MOSTRAR-CASO
                ADD 1 TO ContadorListados
        END-EVALUATE
        READ ArchivoReclamaciones
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoReclamaciones
    DISPLAY "Reclamaciones listadas: " ContadorListados ".".

*> ---------------------------------------------------------------
*> Muestra el expediente que hay en RegistroReclamacion
*> ---------------------------------------------------------------
MOSTRAR-CASO.
    EVALUATE TRUE
        WHEN Rec-Abierta
            MOVE "ABIERTA" TO TextoEstado
        WHEN Rec-Resuelta
            MOVE "RESUELTA" TO TextoEstado
        WHEN Rec-Denegada
            MOVE "DENEGADA" TO TextoEstado
        WHEN OTHER
            MOVE "?" TO TextoEstado
    END-EVALUATE
    MOVE Rec-Importe TO DineroBonito
    DISPLAY "Reclamacion " Rec-IdCaso " | ref " Rec-Referencia " | tipo " Rec-Tipo
            " | cuenta " Rec-Cuenta " | " DineroBonito " " Rec-Moneda " | " TextoEstado
    DISPLAY "      abierta el " Rec-FechaApertura " por " Rec-OperadorApertura
            " | " Rec-Motivo
    IF NOT Rec-Abierta
        DISPLAY "      cerrada el " Rec-FechaCierre " por " Rec-OperadorCierre
    END-IF.

*> ---------------------------------------------------------------
*> Busca el expediente IdCasoTeclado y lo deja en
*> RegistroReclamacion (y una copia en CasoEnCurso)
*> ---------------------------------------------------------------
LOCALIZAR-CASO.
    MOVE 'N' TO SwCasoHallado
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoReclamaciones
    READ ArchivoReclamaciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S' OR Caso-Hallado
        IF Rec-IdCaso = IdCasoTeclado
            MOVE 'S' TO SwCasoHallado
            MOVE RegistroReclamacion TO CasoEnCurso
        ELSE
            READ ArchivoReclamaciones
                AT END MOVE 'S' TO SwFinLectura
            END-READ
        END-IF
    END-PERFORM
    CLOSE ArchivoReclamaciones
    IF Caso-Hallado
        MOVE CasoEnCurso TO RegistroReclamacion
    END-IF.

*> ---------------------------------------------------------------
*> Regraba reclamaciones.txt con el expediente en curso ya cerrado
*> ---------------------------------------------------------------
REGRABAR-CASO.
    MOVE RegistroReclamacion TO CasoEnCurso
    MOVE 'N' TO SwFinLectura
    OPEN INPUT ArchivoReclamaciones
    OPEN OUTPUT ArchivoReclamacionesTrabajo
    READ ArchivoReclamaciones
        AT END MOVE 'S' TO SwFinLectura
    END-READ
    PERFORM UNTIL SwFinLectura = 'S'
        IF Rec-IdCaso = IdCasoTeclado
            MOVE CasoEnCurso TO LineaReclamacionTrabajo
        ELSE
            MOVE RegistroReclamacion TO LineaReclamacionTrabajo
        END-IF
        WRITE LineaReclamacionTrabajo
        READ ArchivoReclamaciones
            AT END MOVE 'S' TO SwFinLectura
        END-READ
    END-PERFORM
    CLOSE ArchivoReclamaciones
          ArchivoReclamacionesTrabajo

    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoReclamaciones
    OPEN INPUT ArchivoReclamacionesTrabajo
    READ ArchivoReclamacionesTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaReclamacionTrabajo TO RegistroReclamacion
        WRITE RegistroReclamacion
        READ ArchivoReclamacionesTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoReclamaciones
          ArchivoReclamacionesTrabajo
    MOVE CasoEnCurso TO RegistroReclamacion.

*> ---------------------------------------------------------------
*> Solo un supervisor resuelve una reclamacion con dinero
*> ---------------------------------------------------------------
EXIGIR-NIVEL-SUPERVISOR.
    IF NivelActual >= 3
        MOVE 'S' TO SwAutorizado
    ELSE
        MOVE 'N' TO SwAutorizado
        DISPLAY "Opcion reservada a operadores con nivel de supervisor."
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
