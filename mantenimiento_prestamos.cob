           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MantenimientoPrestamos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat" *>solo lectura: cuenta de cargo del prestamo, su titular y su divisa
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT ArchivoClientes ASSIGN TO "..\clientes.dat" *>maestro de clientes: solo se presta a clientes dados de alta
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdCliente
    FILE STATUS IS EstadoClientes.

    SELECT ArchivoOperadores ASSIGN TO "..\operadores.dat" *>maestro de operadores de oficina: quien puede usar estas herramientas y con que nivel
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS IdOperador
    FILE STATUS IS EstadoOperadores.

    SELECT OPTIONAL ArchivoPrestamos ASSIGN TO "..\prestamos.dat" *>maestro de prestamos personales: cliente, capital, tipo, plazo, cuenta de cargo y estado
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoCuotas ASSIGN TO "..\cuadro_amortizacion.dat" *>cuadro de amortizacion de cada prestamo, una linea por cuota, que cobra CobroCuotasPrestamos
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoMovimientos ASSIGN TO "..\movimientos.txt" *>la disposicion del prestamo se abona esta noche en ProcesadorBatch
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

FD ArchivoClientes.
01 RegistroCliente.
   02 IdCliente          PIC 9(5).
   02 NombreCliente       PIC X(25).
   02 Documento           PIC X(12).
   02 FechaAlta           PIC 9(8).

FD ArchivoOperadores.
01 RegistroOperador.
   02 IdOperador     PIC 9(5).
   02 NombreOperador PIC X(20).
   02 ClaveOperador  PIC X(8).
   02 NivelOperador  PIC 9(1).
      88 Nivel-Consulta   VALUE 1.
      88 Nivel-Gestor     VALUE 2.
      88 Nivel-Supervisor VALUE 3.

FD ArchivoPrestamos.
01 RegistroPrestamo.
   02 Pre-IdPrestamo       PIC 9(5).
   02 Pre-Cliente          PIC 9(5).
   02 Pre-CuentaCargo      PIC 9(5).
   02 Pre-Moneda           PIC X(3).
   02 Pre-Principal        PIC 9(5)V99.
   02 Pre-TipoInteres      PIC 9(2)V99.
   02 Pre-Plazo            PIC 9(3).
   02 Pre-Cuota            PIC 9(4)V99.
   02 Pre-DiaCobro         PIC 9(2).
   02 Pre-FechaConcesion   PIC 9(8).
   02 Pre-CapitalPendiente PIC 9(5)V99.
   02 Pre-CuotasPagadas    PIC 9(3).
   02 Pre-CuotasImpagadas  PIC 9(3).
   02 Pre-ImporteImpagado  PIC 9(5)V99.
   02 Pre-Estado           PIC X(1).
      88 Prestamo-Vigente     VALUE 'V'.
      88 Prestamo-EnMora      VALUE 'M'.
      88 Prestamo-Amortizado  VALUE 'A'.
   02 Pre-Operador         PIC 9(5).

FD ArchivoCuotas.
01 RegistroCuota.
   02 Cuo-Prestamo         PIC 9(5).
   02 Cuo-Numero           PIC 9(3).
   02 Cuo-Vencimiento      PIC 9(8).
   02 Cuo-Importe          PIC 9(4)V99.
   02 Cuo-Capital          PIC 9(4)V99.
   02 Cuo-Intereses        PIC 9(4)V99.
   02 Cuo-CapitalPendiente PIC 9(5)V99.
   02 Cuo-Estado           PIC X(1).
      88 Cuota-Pendiente      VALUE 'P'.
      88 Cuota-Cobrada        VALUE 'C'.
      88 Cuota-Impagada       VALUE 'M'.
   02 Cuo-FechaCobro       PIC 9(8).
   02 Cuo-Referencia       PIC 9(7).

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
01 EstadoClientes    PIC X(2).
   88 Clientes-OK           VALUE '00'.
01 FechaHoy          PIC 9(8).
01 FechaHoyPartes REDEFINES FechaHoy.
   02 HoyAnio        PIC 9(4).
   02 HoyMes         PIC 9(2).
   02 HoyDia         PIC 9(2).
01 HoraActual        PIC 9(6).
01 SwFinPrestamos    PIC X(1) VALUE 'N'.
01 SwFinCuotas       PIC X(1) VALUE 'N'.
01 ContadorReferencia PIC 9(7) VALUE 0.

*> Sesion de operador, con los mismos niveles que Mantenimiento:
*> consulta solo puede listar, gestor concede prestamos
01 EstadoOperadores  PIC X(2).
   88 Operadores-OK           VALUE '00'.
01 OperadorTeclado   PIC 9(5).
01 ClaveTeclada      PIC X(8).
01 OperadorActual    PIC 9(5) VALUE 0.
01 NivelActual       PIC 9(1) VALUE 0.
01 ContadorLogin     PIC 9(1) VALUE 0.
01 SwOperadorValido  PIC X(1) VALUE 'N'.
   88 Operador-Valido    VALUE 'S'.

*> Condiciones del producto: prestamo personal pequeno a clientes
*> que ya tienen cuenta en la casa
01 PrincipalMinimo   PIC 9(5)V99 VALUE 300.00.
01 PrincipalMaximo   PIC 9(5)V99 VALUE 30000.00.
01 PlazoMinimo       PIC 9(3) VALUE 3.
01 PlazoMaximo       PIC 9(3) VALUE 96.
01 TipoInteresMaximo PIC 9(2)V99 VALUE 25.00.
*> Un apunte de movimientos.txt no pasa de 9999.99 (Cantidad es
*> 9(4)V99): la disposicion sale en tramos con su propia referencia
01 TramoMaximo       PIC 9(4)V99 VALUE 9999.99.

*> Prestamo que se esta concediendo
01 SiguienteIdPrestamo PIC 9(5) VALUE 0.
01 CuentaPrestamo    PIC 9(5).
01 ClientePrestamo   PIC 9(5).
01 MonedaPrestamo    PIC X(3).
01 PrincipalTeclado  PIC 9(5)V99.
01 TipoTeclado       PIC 9(2)V99.
01 PlazoTeclado      PIC 9(3).
01 DiaCobroPrestamo  PIC 9(2).
01 CuotaCalculada    PIC 9(4)V99.
01 Decision          PIC X(1).

*> Calculo del cuadro (sistema frances: cuota constante, intereses
*> sobre el capital vivo y el resto amortiza capital)
01 TasaMensual       PIC 9V9(8).
01 FactorAmortizacion PIC 9(5)V9(8).
01 CapitalVivo       PIC 9(5)V99.
01 InteresCuota      PIC 9(4)V99.
01 CapitalCuota      PIC 9(4)V99.
01 ImporteCuota      PIC 9(4)V99.
01 NumeroCuota       PIC 9(3).
01 TotalIntereses    PIC 9(6)V99.
01 MesesTotales      PIC 9(6).
01 AnioVencimiento   PIC 9(4).
01 MesVencimiento    PIC 9(2).
01 FechaVencimiento  PIC 9(8).
01 FechaVencimientoPartes REDEFINES FechaVencimiento.
   02 VencAnio       PIC 9(4).
   02 VencMes        PIC 9(2).
   02 VencDia        PIC 9(2).
01 SwCuadroValido    PIC X(1) VALUE 'S'.
   88 Cuadro-Valido     VALUE 'S'.

*> Disposicion en tramos
01 ImportePendiente  PIC 9(5)V99.
01 ImporteTramo      PIC 9(4)V99.
01 ContadorTramos    PIC 9(2) VALUE 0.

*> Consultas
01 ClienteFiltro     PIC 9(5).
01 PrestamoTeclado   PIC 9(5).
01 ContadorListados  PIC 9(5) VALUE 0.
01 SwPrestamoHallado PIC X(1) VALUE 'N'.
   88 Prestamo-Hallado  VALUE 'S'.
01 TextoEstado       PIC X(10).
01 TextoCuota        PIC X(9).
01 ImporteBonito     PIC ZZZZ9.99.
01 CuotaBonito       PIC ZZZ9.99.
01 CapitalBonito     PIC ZZZ9.99.
01 InteresBonito     PIC ZZZ9.99.
01 PendienteBonito   PIC ZZZZ9.99.
01 TipoBonito        PIC Z9.99.

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
    OPEN INPUT ArchivoClientes
    IF NOT Clientes-OK
        DISPLAY "Error: el maestro de clientes no esta disponible. Codigo: " EstadoClientes
        CLOSE ArchivoCuentas
        STOP RUN
    END-IF

    PERFORM BUSCAR-SIGUIENTE-PRESTAMO

    MOVE 0 TO Opcion
    PERFORM UNTIL Opcion = 99
        DISPLAY "========================================"
        DISPLAY "  PRESTAMOS PERSONALES - POLO ATM       "
        DISPLAY "========================================"
        DISPLAY "01. Listar los prestamos de un cliente"
        DISPLAY "02. Ver el cuadro de amortizacion de un prestamo"
        DISPLAY "03. Conceder un prestamo personal"
        DISPLAY "99. Salir"
        DISPLAY "Opcion: "
        ACCEPT Opcion

        IF Opcion = 3 AND NivelActual < 2
            DISPLAY "Su nivel de acceso es solo de consulta: no puede conceder prestamos."
            MOVE 0 TO Opcion
        END-IF

        EVALUATE Opcion
            WHEN 1
                PERFORM LISTAR-PRESTAMOS
            WHEN 2
                PERFORM VER-CUADRO-AMORTIZACION
            WHEN 3
                PERFORM CONCEDER-PRESTAMO
            WHEN 0
                CONTINUE
            WHEN 99
                CONTINUE
            WHEN OTHER
                DISPLAY "Opcion no valida."
        END-EVALUATE
    END-PERFORM

    CLOSE ArchivoCuentas
          ArchivoClientes
    STOP RUN.

*> ---------------------------------------------------------------
*> Al arrancar deja calculado el siguiente numero de prestamo libre
*> ---------------------------------------------------------------
BUSCAR-SIGUIENTE-PRESTAMO.
    MOVE 0 TO SiguienteIdPrestamo
    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S'
        IF Pre-IdPrestamo > SiguienteIdPrestamo
            MOVE Pre-IdPrestamo TO SiguienteIdPrestamo
        END-IF
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinPrestamos
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos.

*> ---------------------------------------------------------------
*> Lista los prestamos de un cliente (0 para ver toda la cartera)
*> ---------------------------------------------------------------
LISTAR-PRESTAMOS.
    DISPLAY "IdCliente (0 = todos los prestamos): "
    ACCEPT ClienteFiltro
    MOVE 0 TO ContadorListados
    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S'
        IF ClienteFiltro = 0 OR Pre-Cliente = ClienteFiltro
            PERFORM MOSTRAR-PRESTAMO
            ADD 1 TO ContadorListados
        END-IF
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinPrestamos
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos
    DISPLAY "Prestamos listados: " ContadorListados ".".

*> ---------------------------------------------------------------
*> Muestra por pantalla el prestamo que hay en RegistroPrestamo
*> ---------------------------------------------------------------
MOSTRAR-PRESTAMO.
    EVALUATE TRUE
        WHEN Prestamo-Vigente
            MOVE "AL CORRIEN" TO TextoEstado
        WHEN Prestamo-EnMora
            MOVE "EN MORA" TO TextoEstado
        WHEN Prestamo-Amortizado
            MOVE "AMORTIZADO" TO TextoEstado
        WHEN OTHER
            MOVE "DESCONOCID" TO TextoEstado
    END-EVALUATE
    MOVE Pre-Principal TO ImporteBonito
    MOVE Pre-Cuota TO CuotaBonito
    MOVE Pre-TipoInteres TO TipoBonito
    MOVE Pre-CapitalPendiente TO PendienteBonito
    DISPLAY "Prestamo " Pre-IdPrestamo " | cliente " Pre-Cliente " | cuenta " Pre-CuentaCargo
            " | " ImporteBonito " " Pre-Moneda " al " TipoBonito "% | " TextoEstado
    DISPLAY "      " Pre-Plazo " cuotas de " CuotaBonito " el dia " Pre-DiaCobro
            " | pagadas " Pre-CuotasPagadas " | impagadas " Pre-CuotasImpagadas
            " | capital pendiente " PendienteBonito.

*> ---------------------------------------------------------------
*> Muestra el cuadro de amortizacion completo de un prestamo, con
*> el estado de cada cuota
*> ---------------------------------------------------------------
VER-CUADRO-AMORTIZACION.
    DISPLAY "Numero de prestamo (use la opcion 01 para verlo): "
    ACCEPT PrestamoTeclado
    MOVE 'N' TO SwPrestamoHallado
    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S' OR Prestamo-Hallado
        IF Pre-IdPrestamo = PrestamoTeclado
            MOVE 'S' TO SwPrestamoHallado
        ELSE
            READ ArchivoPrestamos
                AT END MOVE 'S' TO SwFinPrestamos
            END-READ
        END-IF
    END-PERFORM
    CLOSE ArchivoPrestamos
    IF NOT Prestamo-Hallado
        DISPLAY "Error: no existe el prestamo " PrestamoTeclado "."
        EXIT PARAGRAPH
    END-IF
    PERFORM MOSTRAR-PRESTAMO

    DISPLAY "Cuota Vencimiento     Cuota  Capital Interes  Pendiente Estado"
    MOVE 'N' TO SwFinCuotas
    OPEN INPUT ArchivoCuotas
    READ ArchivoCuotas
        AT END MOVE 'S' TO SwFinCuotas
    END-READ
    PERFORM UNTIL SwFinCuotas = 'S'
        IF Cuo-Prestamo = PrestamoTeclado
            EVALUATE TRUE
                WHEN Cuota-Cobrada
                    MOVE "COBRADA" TO TextoCuota
                WHEN Cuota-Impagada
                    MOVE "IMPAGADA" TO TextoCuota
                WHEN OTHER
                    MOVE "PENDIENTE" TO TextoCuota
            END-EVALUATE
            MOVE Cuo-Importe TO CuotaBonito
            MOVE Cuo-Capital TO CapitalBonito
            MOVE Cuo-Intereses TO InteresBonito
            MOVE Cuo-CapitalPendiente TO PendienteBonito
            DISPLAY "  " Cuo-Numero " " Cuo-Vencimiento " " CuotaBonito " " CapitalBonito
                    " " InteresBonito " " PendienteBonito " " TextoCuota
        END-IF
        READ ArchivoCuotas
            AT END MOVE 'S' TO SwFinCuotas
        END-READ
    END-PERFORM
    CLOSE ArchivoCuotas.

*> ---------------------------------------------------------------
*> Concede un prestamo: la cuenta de cargo debe estar activa y ser
*> de un cliente del maestro, que es el titular del prestamo. Se
*> calcula la cuota, se ensena el cuadro resumido y, confirmado,
*> se graba el prestamo, su cuadro y la disposicion en la cuenta
*> ---------------------------------------------------------------
CONCEDER-PRESTAMO.
    DISPLAY "Cuenta de cargo de las cuotas (recibe el dinero): "
    ACCEPT CuentaPrestamo
    MOVE CuentaPrestamo TO IdCuenta
    READ ArchivoCuentas
        INVALID KEY
            DISPLAY "Error: la cuenta " CuentaPrestamo " no existe."
            EXIT PARAGRAPH
    END-READ
    IF NOT Cuenta-Activa
        DISPLAY "Error: la cuenta " CuentaPrestamo " no esta activa."
        EXIT PARAGRAPH
    END-IF
    IF ClienteTitular = 0
        DISPLAY "Error: la cuenta no esta vinculada a ningun cliente del maestro; vinculela antes."
        EXIT PARAGRAPH
    END-IF
    MOVE ClienteTitular TO ClientePrestamo
    MOVE Moneda TO MonedaPrestamo
    MOVE ClientePrestamo TO IdCliente
    READ ArchivoClientes
        INVALID KEY
            DISPLAY "Error: el cliente " ClientePrestamo " no esta en el maestro de clientes."
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Titular: " IdCliente " " NombreCliente " (" Documento ")"

    DISPLAY "Capital (Ej: 0500000 para 5000,00): "
    ACCEPT PrincipalTeclado
    IF PrincipalTeclado < PrincipalMinimo OR PrincipalTeclado > PrincipalMaximo
        MOVE PrincipalMinimo TO ImporteBonito
        MOVE PrincipalMaximo TO PendienteBonito
        DISPLAY "Error: el capital debe estar entre " ImporteBonito " y " PendienteBonito "."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Tipo de interes nominal anual (Ej: 0750 para 7,50%): "
    ACCEPT TipoTeclado
    IF TipoTeclado > TipoInteresMaximo
        DISPLAY "Error: tipo de interes fuera de rango."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Plazo en meses (" PlazoMinimo "-" PlazoMaximo "): "
    ACCEPT PlazoTeclado
    IF PlazoTeclado < PlazoMinimo OR PlazoTeclado > PlazoMaximo
        DISPLAY "Error: plazo fuera de rango."
        EXIT PARAGRAPH
    END-IF

    *> Las cuotas se cobran el mismo dia del mes de la concesion,
    *> sin pasar del 28 para que todos los meses tengan ese dia
    MOVE HoyDia TO DiaCobroPrestamo
    IF DiaCobroPrestamo > 28
        MOVE 28 TO DiaCobroPrestamo
    END-IF

    PERFORM CALCULAR-CUOTA
    IF NOT Cuadro-Valido
        EXIT PARAGRAPH
    END-IF

    MOVE PrincipalTeclado TO ImporteBonito
    MOVE CuotaCalculada TO CuotaBonito
    MOVE TipoTeclado TO TipoBonito
    DISPLAY "Prestamo de " ImporteBonito " " MonedaPrestamo " al " TipoBonito "% en " PlazoTeclado " meses."
    DISPLAY "Cuota mensual: " CuotaBonito " " MonedaPrestamo ", el dia " DiaCobroPrestamo " de cada mes, a partir del mes que viene."
    DISPLAY "Confirma la concesion? (S/N): "
    ACCEPT Decision
    IF Decision NOT = 'S' AND Decision NOT = 's'
        DISPLAY "No se concede nada."
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO SiguienteIdPrestamo
    PERFORM GENERAR-CUADRO
    PERFORM GRABAR-PRESTAMO
    PERFORM DISPONER-PRESTAMO

    MOVE CuentaPrestamo TO Aud-Cuenta
    MOVE SPACES TO Aud-Operacion
    STRING "MANT ALTA PRESTAMO " SiguienteIdPrestamo
           DELIMITED BY SIZE INTO Aud-Operacion
    MOVE PrincipalTeclado TO Aud-Dinero
    MOVE MonedaPrestamo TO Aud-Moneda
    MOVE OperadorActual TO Aud-CuentaRelacionada
    MOVE 0 TO Aud-Referencia
    MOVE 0 TO Aud-DineroOriginal
    MOVE SPACES TO Aud-MonedaOriginal
    PERFORM REGISTRAR-AUDITORIA

    MOVE TotalIntereses TO PendienteBonito
    DISPLAY "Prestamo " SiguienteIdPrestamo " concedido. Intereses totales del cuadro: " PendienteBonito "."
    DISPLAY "El capital se abona en la cuenta " CuentaPrestamo " en el cierre de esta noche (" ContadorTramos " apunte(s))."
    DISPLAY "Entregue al cliente el cuadro de amortizacion (opcion 02).".

*> ---------------------------------------------------------------
*> Cuota constante del sistema frances:
*>     C = P * i * (1+i)**n / ((1+i)**n - 1),  i = tipo anual / 1200
*> y con tipo cero, simplemente el capital entre el plazo
*> ---------------------------------------------------------------
CALCULAR-CUOTA.
    MOVE 'S' TO SwCuadroValido
    COMPUTE TasaMensual ROUNDED = TipoTeclado / 1200
    IF TasaMensual = 0
        COMPUTE CuotaCalculada ROUNDED = PrincipalTeclado / PlazoTeclado
            ON SIZE ERROR
                MOVE 'N' TO SwCuadroValido
        END-COMPUTE
    ELSE
        COMPUTE FactorAmortizacion ROUNDED = (1 + TasaMensual) ** PlazoTeclado
        COMPUTE CuotaCalculada ROUNDED =
                PrincipalTeclado * TasaMensual * FactorAmortizacion
                / (FactorAmortizacion - 1)
            ON SIZE ERROR
                MOVE 'N' TO SwCuadroValido
        END-COMPUTE
    END-IF
    IF NOT Cuadro-Valido
        DISPLAY "Error: la cuota no cabe en un apunte (maximo 9999.99); alargue el plazo."
    END-IF.

*> ---------------------------------------------------------------
*> Escribe al final de cuadro_amortizacion.dat una linea por cuota.
*> Los intereses de cada cuota se calculan sobre el capital vivo,
*> y la ultima cuota cancela lo que quede por el redondeo
*> ---------------------------------------------------------------
GENERAR-CUADRO.
    MOVE PrincipalTeclado TO CapitalVivo
    MOVE 0 TO TotalIntereses
    OPEN EXTEND ArchivoCuotas
    MOVE 1 TO NumeroCuota
    PERFORM UNTIL NumeroCuota > PlazoTeclado
        COMPUTE InteresCuota ROUNDED = CapitalVivo * TasaMensual
        IF NumeroCuota = PlazoTeclado
            MOVE CapitalVivo TO CapitalCuota
            COMPUTE ImporteCuota = CapitalCuota + InteresCuota
        ELSE
            COMPUTE CapitalCuota = CuotaCalculada - InteresCuota
            MOVE CuotaCalculada TO ImporteCuota
        END-IF
        SUBTRACT CapitalCuota FROM CapitalVivo
        ADD InteresCuota TO TotalIntereses
        PERFORM CALCULAR-VENCIMIENTO

        MOVE SiguienteIdPrestamo TO Cuo-Prestamo
        MOVE NumeroCuota TO Cuo-Numero
        MOVE FechaVencimiento TO Cuo-Vencimiento
        MOVE ImporteCuota TO Cuo-Importe
        MOVE CapitalCuota TO Cuo-Capital
        MOVE InteresCuota TO Cuo-Intereses
        MOVE CapitalVivo TO Cuo-CapitalPendiente
        MOVE 'P' TO Cuo-Estado
        MOVE 0 TO Cuo-FechaCobro
        MOVE 0 TO Cuo-Referencia
        WRITE RegistroCuota
        ADD 1 TO NumeroCuota
    END-PERFORM
    CLOSE ArchivoCuotas.

*> ---------------------------------------------------------------
*> Vencimiento de la cuota NumeroCuota: el dia de cobro del mes
*> que cae NumeroCuota meses despues de la concesion
*> ---------------------------------------------------------------
CALCULAR-VENCIMIENTO.
    COMPUTE MesesTotales = HoyAnio * 12 + HoyMes - 1 + NumeroCuota
    DIVIDE MesesTotales BY 12 GIVING AnioVencimiento REMAINDER MesVencimiento
    ADD 1 TO MesVencimiento
    MOVE AnioVencimiento TO VencAnio
    MOVE MesVencimiento TO VencMes
    MOVE DiaCobroPrestamo TO VencDia.

*> ---------------------------------------------------------------
*> Anade el prestamo nuevo al maestro
*> ---------------------------------------------------------------
GRABAR-PRESTAMO.
    MOVE SiguienteIdPrestamo TO Pre-IdPrestamo
    MOVE ClientePrestamo TO Pre-Cliente
    MOVE CuentaPrestamo TO Pre-CuentaCargo
    MOVE MonedaPrestamo TO Pre-Moneda
    MOVE PrincipalTeclado TO Pre-Principal
    MOVE TipoTeclado TO Pre-TipoInteres
    MOVE PlazoTeclado TO Pre-Plazo
    MOVE CuotaCalculada TO Pre-Cuota
    MOVE DiaCobroPrestamo TO Pre-DiaCobro
    MOVE FechaHoy TO Pre-FechaConcesion
    MOVE PrincipalTeclado TO Pre-CapitalPendiente
    MOVE 0 TO Pre-CuotasPagadas
    MOVE 0 TO Pre-CuotasImpagadas
    MOVE 0 TO Pre-ImporteImpagado
    MOVE 'V' TO Pre-Estado
    MOVE OperadorActual TO Pre-Operador
    OPEN EXTEND ArchivoPrestamos
    WRITE RegistroPrestamo
    CLOSE ArchivoPrestamos.

*> ---------------------------------------------------------------
*> Abona el capital en la cuenta de cargo como movimiento externo
*> ('E') que aplica ProcesadorBatch esta noche, en tramos de como
*> mucho TramoMaximo, cada uno con su referencia y su apunte de
*> DISPOSICION PRESTAMO en historial.txt
*> ---------------------------------------------------------------
DISPONER-PRESTAMO.
    MOVE 0 TO ContadorTramos
    MOVE PrincipalTeclado TO ImportePendiente
    PERFORM UNTIL ImportePendiente = 0
        IF ImportePendiente > TramoMaximo
            MOVE TramoMaximo TO ImporteTramo
        ELSE
            MOVE ImportePendiente TO ImporteTramo
        END-IF
        SUBTRACT ImporteTramo FROM ImportePendiente
        PERFORM GENERAR-REFERENCIA

        ACCEPT HoraActual FROM TIME
        MOVE CuentaPrestamo TO Cuenta
        MOVE 'I' TO MovTipoOperacion
        MOVE ImporteTramo TO Cantidad
        MOVE FechaHoy TO Mov-Fecha
        MOVE HoraActual TO Mov-Hora
        MOVE ContadorReferencia TO Mov-Referencia
        MOVE 'E' TO Mov-Origen
        MOVE MonedaPrestamo TO Mov-Moneda
        MOVE "PRES" TO Mov-Canal
        OPEN EXTEND ArchivoMovimientos
        WRITE RegistroMovimiento
        CLOSE ArchivoMovimientos

        MOVE CuentaPrestamo TO Aud-Cuenta
        MOVE SPACES TO Aud-Operacion
        STRING "DISPOSICION PRESTAMO " SiguienteIdPrestamo
               DELIMITED BY SIZE INTO Aud-Operacion
        MOVE ImporteTramo TO Aud-Dinero
        MOVE MonedaPrestamo TO Aud-Moneda
        MOVE ZEROS TO Aud-CuentaRelacionada
        MOVE ContadorReferencia TO Aud-Referencia
        MOVE 0 TO Aud-DineroOriginal
        MOVE SPACES TO Aud-MonedaOriginal
        PERFORM REGISTRAR-AUDITORIA
        ADD 1 TO ContadorTramos
    END-PERFORM.

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
