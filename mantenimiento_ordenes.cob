           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MantenimientoOrdenes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>solo lectura: existencia, estado y divisa de las cuentas de cada orden
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar estas herramientas y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT OPTIONAL ArchivoOrdenes ASSIGN TO "..\ordenes_permanentes.dat" *>calendario de pagos recurrentes que ejecuta OrdenesPermanentes cada noche
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoOrdenesTrabajo ASSIGN TO "..\ordenes_trabajo.txt" *>fichero de trabajo para regrabar el calendario con la orden modificada
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

FD ArchivoOrdenes.
01 RegistroOrden.
   02 Ord-CuentaOrigen    PIC 9(5).
   02 Ord-CuentaDestino   PIC 9(5).
   02 Ord-Importe         PIC 9(4)V99.
   02 Ord-DiaMes          PIC 9(2).
   02 Ord-Concepto        PIC X(15).
   02 Ord-IdOrden         PIC 9(5).
   02 Ord-FechaInicio     PIC 9(8).
   02 Ord-FechaFin        PIC 9(8).
   02 Ord-PagosMaximos    PIC 9(3).
   02 Ord-PagosHechos     PIC 9(3).
   02 Ord-Estado          PIC X(1).
      88 Orden-Activa       VALUE 'A'.
      88 Orden-Suspendida   VALUE 'S'.
      88 Orden-Cancelada    VALUE 'C'.
      88 Orden-Finalizada   VALUE 'F'.
   02 Ord-UltimoPago      PIC 9(8).

FD ArchivoOrdenesTrabajo.
01 LineaOrdenTrabajo      PIC X(69).

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
01 SwFinOrdenes      PIC X(1) VALUE 'N'.
01 SwFinTrabajo      PIC X(1) VALUE 'N'.

*> Sesion de operador, con los mismos niveles que Mantenimiento:
*> consulta solo puede listar, gestor da de alta y modifica
01 EstadoOperadores  PIC X(2).
   88 Operadores-OK           VALUE '00'.
01 OperadorTeclado   PIC 9(5).
01 ClaveTeclada      PIC X(8).
01 OperadorActual    PIC 9(5) VALUE 0.
01 NivelActual       PIC 9(1) VALUE 0.
01 ContadorLogin     PIC 9(1) VALUE 0.
01 SwOperadorValido  PIC X(1) VALUE 'N'.
   88 Operador-Valido    VALUE 'S'.

*> Copia de trabajo de la orden que se esta dando de alta o
*> modificando, con la misma forma que RegistroOrden
01 OrdenEnCurso.
   02 OC-CuentaOrigen    PIC 9(5).
   02 OC-CuentaDestino   PIC 9(5).
   02 OC-Importe         PIC 9(4)V99.
   02 OC-DiaMes          PIC 9(2).
   02 OC-Concepto        PIC X(15).
   02 OC-IdOrden         PIC 9(5).
   02 OC-FechaInicio     PIC 9(8).
   02 OC-FechaFin        PIC 9(8).
   02 OC-PagosMaximos    PIC 9(3).
   02 OC-PagosHechos     PIC 9(3).
   02 OC-Estado          PIC X(1).
      88 OC-Activa          VALUE 'A'.
      88 OC-Suspendida      VALUE 'S'.
      88 OC-Cancelada       VALUE 'C'.
      88 OC-Finalizada      VALUE 'F'.
   02 OC-UltimoPago      PIC 9(8).

01 IdOrdenTeclado    PIC 9(5).
01 SiguienteIdOrden  PIC 9(5) VALUE 0.
01 ContadorNumeradas PIC 9(5) VALUE 0.
01 ContadorListadas  PIC 9(5) VALUE 0.
01 CuentaFiltro      PIC 9(5).
01 SwOrdenHallada    PIC X(1) VALUE 'N'.
   88 Orden-Hallada     VALUE 'S'.
01 SwCuentaValida    PIC X(1) VALUE 'N'.
   88 Cuenta-Valida     VALUE 'S'.
01 CuentaAValidar    PIC 9(5).
01 MonedaOrden       PIC X(3).
01 TipoFin           PIC X(1).
01 Decision          PIC X(1).
01 ImporteAnterior   PIC 9(4)V99.
01 FechaInicioNueva  PIC 9(8).
01 TextoAccion       PIC X(5).
01 TextoEstado       PIC X(10).
01 ImporteBonito     PIC ZZZ9.99.

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

    OPEN INPUT ArchivoCuentas
    IF NOT Estado-OK
        DISPLAY "Error: el archivo de cuentas no esta disponible. Codigo: " EstadoArchivo
        STOP RUN
    END-IF

    PERFORM NUMERAR-ORDENES

    MOVE 0 TO Opcion
    PERFORM UNTIL Opcion = 99
        DISPLAY "========================================"
        DISPLAY "  ORDENES PERMANENTES - POLO ATM        "
        DISPLAY "========================================"
        DISPLAY "01. Listar las ordenes de una cuenta"
        DISPLAY "02. Dar de alta una orden permanente"
        DISPLAY "03. Modificar una orden permanente"
        DISPLAY "04. Cancelar una orden permanente"
        DISPLAY "05. Suspender o reactivar una orden permanente"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion

        IF Opcion NOT = 99 AND Opcion NOT = 1 AND NivelActual < 2
            DISPLAY "Su nivel de acceso es solo de consulta: solo puede listar ordenes."
            MOVE 0 TO Opcion
        END-IF

        EVALUATE Opcion
            WHEN 1
                PERFORM LISTAR-ORDENES
            WHEN 2
                PERFORM ALTA-ORDEN
            WHEN 3
                PERFORM MODIFICAR-ORDEN
            WHEN 4
                PERFORM CANCELAR-ORDEN
            WHEN 5
                PERFORM SUSPENDER-ORDEN
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
*> Al arrancar: da numero de orden a las lineas del calendario que
*> aun no lo tienen (las anteriores a este mantenimiento), les pone
*> vigencia indefinida y estado activa, y deja calculado el
*> siguiente numero libre para las altas
*> ---------------------------------------------------------------
NUMERAR-ORDENES.
    MOVE 0 TO SiguienteIdOrden
    MOVE 'N' TO SwFinOrdenes
    OPEN INPUT ArchivoOrdenes
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ
    PERFORM UNTIL SwFinOrdenes = 'S'
        IF Ord-IdOrden NUMERIC AND Ord-IdOrden > SiguienteIdOrden
            MOVE Ord-IdOrden TO SiguienteIdOrden
        END-IF
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinOrdenes
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes

    MOVE 0 TO ContadorNumeradas
    MOVE 'N' TO SwFinOrdenes
    OPEN INPUT ArchivoOrdenes
    OPEN OUTPUT ArchivoOrdenesTrabajo
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ
    PERFORM UNTIL SwFinOrdenes = 'S'
        PERFORM NORMALIZAR-ORDEN-ANTIGUA
        IF Ord-IdOrden = 0
            ADD 1 TO SiguienteIdOrden
            MOVE SiguienteIdOrden TO Ord-IdOrden
            ADD 1 TO ContadorNumeradas
        END-IF
        MOVE RegistroOrden TO LineaOrdenTrabajo
        WRITE LineaOrdenTrabajo
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinOrdenes
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo

    IF ContadorNumeradas > 0
        PERFORM COPIAR-TRABAJO-A-ORDENES
        DISPLAY "Numeradas " ContadorNumeradas " orden(es) que aun no tenian numero."
    END-IF.

*> ---------------------------------------------------------------
*> Una linea del calendario anterior a las fechas de vigencia y al
*> numero de pagos solo trae los cinco campos originales: se le da
*> vigencia indefinida y estado activa
*> ---------------------------------------------------------------
NORMALIZAR-ORDEN-ANTIGUA.
    IF Ord-IdOrden NOT NUMERIC
        MOVE 0 TO Ord-IdOrden
    END-IF
    IF Ord-FechaInicio NOT NUMERIC
        MOVE 0 TO Ord-FechaInicio
    END-IF
    IF Ord-FechaFin NOT NUMERIC
        MOVE 0 TO Ord-FechaFin
    END-IF
    IF Ord-PagosMaximos NOT NUMERIC
        MOVE 0 TO Ord-PagosMaximos
    END-IF
    IF Ord-PagosHechos NOT NUMERIC
        MOVE 0 TO Ord-PagosHechos
    END-IF
    IF Ord-Estado = SPACES
        MOVE 'A' TO Ord-Estado
    END-IF
    IF Ord-UltimoPago NOT NUMERIC
        MOVE 0 TO Ord-UltimoPago
    END-IF.

*> ---------------------------------------------------------------
*> Lista las ordenes en que una cuenta es origen o destino (0 para
*> ver el calendario completo)
*> ---------------------------------------------------------------
LISTAR-ORDENES.
    DISPLAY "Numero de cuenta (0 = todas las ordenes): "
    ACCEPT CuentaFiltro
    MOVE 0 TO ContadorListadas
    MOVE 'N' TO SwFinOrdenes
    OPEN INPUT ArchivoOrdenes
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ
    PERFORM UNTIL SwFinOrdenes = 'S'
        IF CuentaFiltro = 0
           OR Ord-CuentaOrigen = CuentaFiltro
           OR Ord-CuentaDestino = CuentaFiltro
            MOVE RegistroOrden TO OrdenEnCurso
            PERFORM MOSTRAR-ORDEN
            ADD 1 TO ContadorListadas
        END-IF
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinOrdenes
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
    DISPLAY "Ordenes listadas: " ContadorListadas ".".

*> ---------------------------------------------------------------
*> Muestra por pantalla la orden que hay en OrdenEnCurso
*> ---------------------------------------------------------------
MOSTRAR-ORDEN.
    EVALUATE TRUE
        WHEN OC-Activa
            MOVE "ACTIVA" TO TextoEstado
        WHEN OC-Suspendida
            MOVE "SUSPENDIDA" TO TextoEstado
        WHEN OC-Cancelada
            MOVE "CANCELADA" TO TextoEstado
        WHEN OC-Finalizada
            MOVE "FINALIZADA" TO TextoEstado
        WHEN OTHER
            MOVE "ACTIVA" TO TextoEstado
    END-EVALUATE
    MOVE OC-Importe TO ImporteBonito
    DISPLAY "Orden " OC-IdOrden " | " OC-CuentaOrigen " -> " OC-CuentaDestino
            " | " ImporteBonito " el dia " OC-DiaMes " | " OC-Concepto " | " TextoEstado
    DISPLAY "      desde " OC-FechaInicio " hasta " OC-FechaFin
            " | pagos " OC-PagosHechos " de " OC-PagosMaximos
            " | ultimo pago " OC-UltimoPago.

*> ---------------------------------------------------------------
*> Alta de una orden permanente nueva: las dos cuentas deben
*> existir y no estar cerradas, y la orden acaba en una fecha, en
*> un numero de pagos, o no acaba
*> ---------------------------------------------------------------
ALTA-ORDEN.
    INITIALIZE OrdenEnCurso
    DISPLAY "Cuenta de origen (la que paga): "
    ACCEPT OC-CuentaOrigen
    MOVE OC-CuentaOrigen TO CuentaAValidar
    PERFORM VALIDAR-CUENTA-ORDEN
    IF NOT Cuenta-Valida
        EXIT PARAGRAPH
    END-IF
    MOVE Moneda TO MonedaOrden

    DISPLAY "Cuenta de destino (la que cobra): "
    ACCEPT OC-CuentaDestino
    IF OC-CuentaDestino = OC-CuentaOrigen
        DISPLAY "Error: la cuenta de destino no puede ser la de origen."
        EXIT PARAGRAPH
    END-IF
    MOVE OC-CuentaDestino TO CuentaAValidar
    PERFORM VALIDAR-CUENTA-ORDEN
    IF NOT Cuenta-Valida
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Importe (Ej: 015000 para 150,00): "
    ACCEPT OC-Importe
    IF OC-Importe = 0
        DISPLAY "Error: el importe no puede ser cero."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Dia del mes en que se paga (01-31): "
    ACCEPT OC-DiaMes
    IF OC-DiaMes = 0 OR OC-DiaMes > 31
        DISPLAY "Error: dia del mes no valido."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Concepto: "
    ACCEPT OC-Concepto

    DISPLAY "Fecha de inicio AAAAMMDD (0 = hoy): "
    ACCEPT OC-FechaInicio
    IF OC-FechaInicio = 0
        MOVE FechaHoy TO OC-FechaInicio
    END-IF
    PERFORM PEDIR-FIN-DE-ORDEN
    IF OC-FechaFin NOT = 0 AND OC-FechaFin < OC-FechaInicio
        DISPLAY "Error: la fecha de fin es anterior a la de inicio."
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SiguienteIdOrden
    MOVE SiguienteIdOrden TO OC-IdOrden
    MOVE 0 TO OC-PagosHechos
    MOVE 'A' TO OC-Estado
    MOVE 0 TO OC-UltimoPago

    OPEN EXTEND ArchivoOrdenes
    MOVE OrdenEnCurso TO RegistroOrden
    WRITE RegistroOrden
    CLOSE ArchivoOrdenes

    MOVE "ALTA " TO TextoAccion
    MOVE 0 TO ImporteAnterior
    PERFORM AUDITAR-ORDEN
    DISPLAY "Orden " OC-IdOrden " dada de alta con exito.".

*> ---------------------------------------------------------------
*> Pregunta como termina la orden: en una fecha, tras un numero de
*> pagos o nunca; lo que no aplica queda a cero
*> ---------------------------------------------------------------
PEDIR-FIN-DE-ORDEN.
    MOVE 0 TO OC-FechaFin
    MOVE 0 TO OC-PagosMaximos
    DISPLAY "Fin de la orden: (F)echa, (N)umero de pagos, (S)in fin: "
    ACCEPT TipoFin
    EVALUATE TipoFin
        WHEN 'F' WHEN 'f'
            DISPLAY "Fecha de fin AAAAMMDD: "
            ACCEPT OC-FechaFin
        WHEN 'N' WHEN 'n'
            DISPLAY "Numero de pagos (001-999): "
            ACCEPT OC-PagosMaximos
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> ---------------------------------------------------------------
*> Cambia importe, dia de pago, inicio y fin de una orden viva;
*> una orden cancelada o finalizada ya no se toca
*> ---------------------------------------------------------------
MODIFICAR-ORDEN.
    PERFORM LOCALIZAR-ORDEN
    IF NOT Orden-Hallada
        EXIT PARAGRAPH
    END-IF
    IF OC-Cancelada OR OC-Finalizada
        DISPLAY "La orden " OC-IdOrden " ya no esta vigente; de de alta una nueva."
        EXIT PARAGRAPH
    END-IF

    MOVE OC-Importe TO ImporteAnterior
    DISPLAY "Nuevo importe (Ej: 015000 para 150,00, 0 = sin cambio): "
    ACCEPT OC-Importe
    IF OC-Importe = 0
        MOVE ImporteAnterior TO OC-Importe
    END-IF
    DISPLAY "Nuevo dia del mes (01-31, 0 = sin cambio): "
    ACCEPT Opcion
    IF Opcion > 31
        DISPLAY "Dia no valido; se mantiene el dia " OC-DiaMes "."
    ELSE
        IF Opcion NOT = 0
            MOVE Opcion TO OC-DiaMes
        END-IF
    END-IF
    MOVE 0 TO Opcion
    DISPLAY "Nueva fecha de inicio AAAAMMDD (0 = sin cambio): "
    ACCEPT FechaInicioNueva
    IF FechaInicioNueva NOT = 0
        MOVE FechaInicioNueva TO OC-FechaInicio
    END-IF
    DISPLAY "Cambiar el fin de la orden? (S/N): "
    ACCEPT Decision
    IF Decision = 'S' OR Decision = 's'
        PERFORM PEDIR-FIN-DE-ORDEN
    END-IF
    IF OC-FechaFin NOT = 0 AND OC-FechaFin < OC-FechaInicio
        DISPLAY "Error: la fecha de fin es anterior a la de inicio. No se modifica nada."
        EXIT PARAGRAPH
    END-IF

    PERFORM REGRABAR-ORDEN
    MOVE "MODIF" TO TextoAccion
    PERFORM AUDITAR-ORDEN
    DISPLAY "Orden " OC-IdOrden " modificada con exito.".

*> ---------------------------------------------------------------
*> Cancela una orden: deja de pagarse para siempre, pero la linea
*> se conserva en el calendario como constancia
*> ---------------------------------------------------------------
CANCELAR-ORDEN.
    PERFORM LOCALIZAR-ORDEN
    IF NOT Orden-Hallada
        EXIT PARAGRAPH
    END-IF
    IF OC-Cancelada OR OC-Finalizada
        DISPLAY "La orden " OC-IdOrden " ya no esta vigente."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Confirma la cancelacion de la orden " OC-IdOrden "? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se cancela nada."
        EXIT PARAGRAPH
    END-IF

    MOVE 'C' TO OC-Estado
    PERFORM REGRABAR-ORDEN
    MOVE "BAJA " TO TextoAccion
    MOVE 0 TO ImporteAnterior
    PERFORM AUDITAR-ORDEN
    DISPLAY "Orden " OC-IdOrden " cancelada.".

*> ---------------------------------------------------------------
*> Suspende una orden activa (no se paga hasta reactivarla) o
*> reactiva una suspendida, siempre que sus dos cuentas sigan
*> validas: mientras estuvo suspendida pudo cerrarse alguna
*> ---------------------------------------------------------------
SUSPENDER-ORDEN.
    PERFORM LOCALIZAR-ORDEN
    IF NOT Orden-Hallada
        EXIT PARAGRAPH
    END-IF
    IF OC-Suspendida
        MOVE OC-CuentaOrigen TO CuentaAValidar
        PERFORM VALIDAR-CUENTA-ORDEN
        IF Cuenta-Valida
            MOVE OC-CuentaDestino TO CuentaAValidar
            PERFORM VALIDAR-CUENTA-ORDEN
        END-IF
        IF NOT Cuenta-Valida
            DISPLAY "La orden " OC-IdOrden " no se reactiva; cancelela o de de alta una nueva."
            EXIT PARAGRAPH
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN OC-Suspendida
            MOVE 'A' TO OC-Estado
            MOVE "REACT" TO TextoAccion
        WHEN OC-Activa
            MOVE 'S' TO OC-Estado
            MOVE "SUSP " TO TextoAccion
        WHEN OTHER
            DISPLAY "La orden " OC-IdOrden " ya no esta vigente."
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM REGRABAR-ORDEN
    MOVE 0 TO ImporteAnterior
    PERFORM AUDITAR-ORDEN
    IF OC-Suspendida
        DISPLAY "Orden " OC-IdOrden " suspendida."
    ELSE
        DISPLAY "Orden " OC-IdOrden " reactivada."
    END-IF.

*> ---------------------------------------------------------------
*> Pide el numero de orden y la deja en OrdenEnCurso
*> ---------------------------------------------------------------
LOCALIZAR-ORDEN.
    DISPLAY "Numero de orden (use la opcion 01 para verlo): "
    ACCEPT IdOrdenTeclado
    MOVE 'N' TO SwOrdenHallada
    MOVE 'N' TO SwFinOrdenes
    OPEN INPUT ArchivoOrdenes
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ
    PERFORM UNTIL SwFinOrdenes = 'S' OR Orden-Hallada
        IF Ord-IdOrden = IdOrdenTeclado
            MOVE RegistroOrden TO OrdenEnCurso
            MOVE 'S' TO SwOrdenHallada
        ELSE
            READ ArchivoOrdenes
                AT END MOVE 'S' TO SwFinOrdenes
            END-READ
        END-IF
    END-PERFORM
    CLOSE ArchivoOrdenes
    IF Orden-Hallada
        PERFORM MOSTRAR-ORDEN
    ELSE
        DISPLAY "Error: no existe la orden " IdOrdenTeclado "."
    END-IF.

*> ---------------------------------------------------------------
*> Regraba el calendario completo con OrdenEnCurso en el lugar de
*> la linea de su mismo numero, con el fichero de trabajo
*> ---------------------------------------------------------------
REGRABAR-ORDEN.
    MOVE 'N' TO SwFinOrdenes
    OPEN INPUT ArchivoOrdenes
    OPEN OUTPUT ArchivoOrdenesTrabajo
    READ ArchivoOrdenes
        AT END MOVE 'S' TO SwFinOrdenes
    END-READ
    PERFORM UNTIL SwFinOrdenes = 'S'
        IF Ord-IdOrden = OC-IdOrden
            MOVE OrdenEnCurso TO LineaOrdenTrabajo
        ELSE
            MOVE RegistroOrden TO LineaOrdenTrabajo
        END-IF
        WRITE LineaOrdenTrabajo
        READ ArchivoOrdenes
            AT END MOVE 'S' TO SwFinOrdenes
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo
    PERFORM COPIAR-TRABAJO-A-ORDENES.

*> ---------------------------------------------------------------
*> Vuelca el fichero de trabajo sobre ordenes_permanentes.dat
*> ---------------------------------------------------------------
COPIAR-TRABAJO-A-ORDENES.
    MOVE 'N' TO SwFinTrabajo
    OPEN OUTPUT ArchivoOrdenes
    OPEN INPUT ArchivoOrdenesTrabajo
    READ ArchivoOrdenesTrabajo
        AT END MOVE 'S' TO SwFinTrabajo
    END-READ
    PERFORM UNTIL SwFinTrabajo = 'S'
        MOVE LineaOrdenTrabajo TO RegistroOrden
        WRITE RegistroOrden
        READ ArchivoOrdenesTrabajo
            AT END MOVE 'S' TO SwFinTrabajo
        END-READ
    END-PERFORM
    CLOSE ArchivoOrdenes
          ArchivoOrdenesTrabajo.

*> ---------------------------------------------------------------
*> La cuenta de una orden debe existir y no estar cerrada
*> ---------------------------------------------------------------
VALIDAR-CUENTA-ORDEN.
    MOVE 'N' TO SwCuentaValida
    MOVE CuentaAValidar TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            DISPLAY "Error: la cuenta " CuentaAValidar " no existe."
        NOT INVALID KEY
            IF Cuenta-Cerrada
                DISPLAY "Error: la cuenta " CuentaAValidar " esta cerrada."
            ELSE
                MOVE 'S' TO SwCuentaValida
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Deja en historial.txt la actuacion sobre la orden, con el
*> numero de orden en el texto de la operacion, el importe vigente
*> y, en una modificacion, el importe que tenia antes
*> ---------------------------------------------------------------
AUDITAR-ORDEN.
    MOVE OC-CuentaOrigen TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY MOVE SPACES TO MonedaOrden
        NOT INVALID KEY MOVE Moneda TO MonedaOrden
    END-READ
    MOVE OC-CuentaOrigen TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT ORDEN PERM " TextoAccion " " OC-IdOrden
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE OC-Importe TO Aud-Dinero
    MOVE MonedaOrden TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE ImporteAnterior TO Aud-DineroOriginal
    IF ImporteAnterior = 0
        MOVE SPACES TO Aud-MonedaOriginal
    ELSE
        MOVE MonedaOrden TO Aud-MonedaOriginal
    END-IF
    PERFORM REGISTRAR-AUDITORIA.

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
