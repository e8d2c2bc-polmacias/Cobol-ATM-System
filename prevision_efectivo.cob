           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PrevisionEfectivo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoTerminales ASSIGN TO "..\terminales.dat" *>maestro de terminales: inventario de libros del cassette de cada cajero
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS Term-Id
    FILE STATUS IS EstadoTerminales.

    SELECT OPTIONAL ArchivoDispensados ASSIGN TO "..\billetes_dispensados.txt" *>billetes entregados desde el ultimo cuadre, anotados por MotorCajero
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoPrevision ASSIGN DYNAMIC NombreArchivoPrevision *>informe fechado: dias hasta agotar cada denominacion de cada cajero
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoPedido ASSIGN DYNAMIC NombreArchivoPedido *>pedido fechado para la transportadora de fondos: cabecera, una parada por cajero y totales
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoVisitas ASSIGN TO "..\visitas_planificadas.txt" *>ultima planificacion de visitas, que consulta RECARGAR-CASSETTE en Mantenimiento
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

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

FD ArchivoPrevision.
01 LineaPrevision    PIC X(100).

*> Pedido de efectivo: 'C' cabecera, 'D' una parada por cajero con
*> los billetes de cada denominacion a cargar, 'T' totales del pedido
FD ArchivoPedido.
01 RegistroCabeceraPedido.
   02 CP-Tipo          PIC X(1).
   02 CP-FechaPedido   PIC 9(8).
   02 CP-HoraPedido    PIC 9(6).
   02 CP-Ordenante     PIC X(20).
   02 FILLER           PIC X(25).
01 RegistroParadaPedido.
   02 DP-Tipo          PIC X(1).
   02 DP-Parada        PIC X(59).
01 RegistroTotalPedido.
   02 TP-Tipo          PIC X(1).
   02 TP-NumParadas    PIC 9(4).
   02 TP-Num50         PIC 9(6).
   02 TP-Num20         PIC 9(6).
   02 TP-Num10         PIC 9(6).
   02 TP-Num5          PIC 9(6).
   02 TP-Importe       PIC 9(9).
   02 FILLER           PIC X(22).

FD ArchivoVisitas.
01 RegistroVisita.
   02 Vis-Terminal     PIC X(4).
   02 Vis-Ubicacion    PIC X(20).
   02 Vis-FechaVisita  PIC 9(8).
   02 Vis-Num50        PIC 9(5).
   02 Vis-Num20        PIC 9(5).
   02 Vis-Num10        PIC 9(5).
   02 Vis-Num5         PIC 9(5).
   02 Vis-Importe      PIC 9(7).

WORKING-STORAGE SECTION.
01 EstadoTerminales  PIC X(2).
01 SwFinTerminales   PIC X(1) VALUE 'N'.
01 SwFinDispensados  PIC X(1) VALUE 'N'.
01 FechaHoy          PIC 9(8).
01 HoraActual        PIC 9(6).
01 NombreArchivoPrevision PIC X(40).
01 NombreArchivoPedido    PIC X(40).

*> Parametros de la prevision. El consumo se mide sobre los ultimos
*> VentanaDias dias de billetes_dispensados.txt; un cajero entra en
*> el pedido cuando alguna denominacion se agota en PlazoAvisoDias o
*> menos (lo que tarda la transportadora en programar la visita), y
*> se carga lo necesario para CoberturaDias de consumo, en fajos
*> completos y sin pasar de la capacidad de cada cassette.
01 VentanaDias       PIC 9(2) VALUE 7.
01 PlazoAvisoDias    PIC 9(2) VALUE 3.
01 CoberturaDias     PIC 9(2) VALUE 10.
01 BilletesPorFajo   PIC 9(3) VALUE 100.
01 CapacidadCassette PIC 9(5) VALUE 2500.
01 Ordenante         PIC X(20) VALUE "BANCO - RED CAJEROS".

01 DiaHoy            PIC 9(7).
01 DiaLinea          PIC 9(7).
01 DiaInicioVentana  PIC 9(7).
01 DiaVisita         PIC 9(7).
01 FechaVisita       PIC 9(8).

*> Billetes entregados por cada cajero dentro de la ventana, con el
*> primer dia en que aparece: si el cuadre vacio el fichero hace
*> menos de VentanaDias, el consumo se reparte solo entre los dias
*> realmente observados
01 TablaConsumo.
   02 FilaConsumo OCCURS 50 TIMES.
      03 CT-Terminal     PIC X(4).
      03 CT-PrimerDia    PIC 9(7).
      03 CT-Anteriores   PIC X(1).
      03 CT-Num50        PIC 9(6).
      03 CT-Num20        PIC 9(6).
      03 CT-Num10        PIC 9(6).
      03 CT-Num5         PIC 9(6).
01 ContadorConsumo   PIC 9(2) VALUE 0.
01 IndiceConsumo     PIC 9(2).
01 SwConsumoHallado  PIC X(1).
   88 Consumo-Hallado    VALUE 'S'.
01 ContadorOmitidas  PIC 9(5) VALUE 0.

*> Las cuatro denominaciones del cajero en curso, para tratarlas con
*> el mismo calculo
01 TablaDenominaciones.
   02 FilaDenominacion OCCURS 4 TIMES.
      03 DN-Valor        PIC 9(2).
      03 DN-Existencia   PIC 9(5).
      03 DN-Consumo      PIC 9(6).
      03 DN-PorDia       PIC 9(5)V99.
      03 DN-DiasAgotar   PIC 9(4)V9.
      03 DN-Pedido       PIC 9(5).
01 IndiceDenominacion PIC 9(1).
01 DiasObservados    PIC 9(2).
01 DiasMinimo        PIC 9(4)V9.
01 DiasEnteros       PIC 9(4).
01 ObjetivoBilletes  PIC 9(6).
01 FaltanBilletes    PIC 9(6).
01 FajosPedido       PIC 9(4).
01 ImporteParada     PIC 9(7).
01 SwHayPedido       PIC X(1).
   88 Hay-Pedido         VALUE 'S'.

01 ContadorTerminales PIC 9(4) VALUE 0.
01 ContadorParadas   PIC 9(4) VALUE 0.
01 TotalPedido50     PIC 9(6) VALUE 0.
01 TotalPedido20     PIC 9(6) VALUE 0.
01 TotalPedido10     PIC 9(6) VALUE 0.
01 TotalPedido5      PIC 9(6) VALUE 0.
01 TotalImportePedido PIC 9(9) VALUE 0.

01 ExistenciaBonito  PIC ZZZZ9.
01 ConsumoBonito     PIC ZZZZ9.99.
01 DiasBonito        PIC ZZZ9.9.
01 PedidoBonito      PIC ZZZZ9.
01 ImporteBonito     PIC Z,ZZZ,ZZ9.
01 ContadorBonito    PIC ZZZ9.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO
    ACCEPT HoraActual FROM TIME
    COMPUTE DiaHoy = FUNCTION INTEGER-OF-DATE(FechaHoy)
    COMPUTE DiaInicioVentana = DiaHoy - VentanaDias + 1

    PERFORM CARGAR-CONSUMO

    MOVE SPACES TO NombreArchivoPrevision
    STRING "..\prevision_efectivo_" FechaHoy ".txt" DELIMITED BY SIZE INTO NombreArchivoPrevision
    MOVE SPACES TO NombreArchivoPedido
    STRING "..\pedido_efectivo_" FechaHoy ".txt" DELIMITED BY SIZE INTO NombreArchivoPedido

    OPEN OUTPUT ArchivoPrevision
    OPEN OUTPUT ArchivoPedido
    OPEN OUTPUT ArchivoVisitas

    MOVE SPACES TO LineaPrevision
    STRING "=== PREVISION DE EFECTIVO EN CAJEROS - " FechaHoy " ===" INTO LineaPrevision
    WRITE LineaPrevision
    MOVE SPACES TO LineaPrevision
    STRING "Consumo medido sobre " VentanaDias " dias; pedido si se agota en " PlazoAvisoDias " dias o menos; carga para " CoberturaDias " dias." INTO LineaPrevision
    WRITE LineaPrevision

    MOVE SPACES TO RegistroCabeceraPedido
    MOVE 'C' TO CP-Tipo
    MOVE FechaHoy TO CP-FechaPedido
    MOVE HoraActual TO CP-HoraPedido
    MOVE Ordenante TO CP-Ordenante
    WRITE RegistroCabeceraPedido

    OPEN INPUT ArchivoTerminales
    IF EstadoTerminales NOT = "00"
        DISPLAY "Error: no se pudo abrir terminales.dat (estado " EstadoTerminales ")."
        MOVE 'S' TO SwFinTerminales
    ELSE
        READ ArchivoTerminales NEXT
            AT END MOVE 'S' TO SwFinTerminales
        END-READ
    END-IF
    PERFORM UNTIL SwFinTerminales = 'S'
        ADD 1 TO ContadorTerminales
        PERFORM PREVER-TERMINAL
        READ ArchivoTerminales NEXT
            AT END MOVE 'S' TO SwFinTerminales
        END-READ
    END-PERFORM
    CLOSE ArchivoTerminales

    MOVE SPACES TO RegistroTotalPedido
    MOVE 'T' TO TP-Tipo
    MOVE ContadorParadas TO TP-NumParadas
    MOVE TotalPedido50 TO TP-Num50
    MOVE TotalPedido20 TO TP-Num20
    MOVE TotalPedido10 TO TP-Num10
    MOVE TotalPedido5 TO TP-Num5
    MOVE TotalImportePedido TO TP-Importe
    WRITE RegistroTotalPedido

    MOVE SPACES TO LineaPrevision
    WRITE LineaPrevision
    MOVE ContadorTerminales TO ContadorBonito
    MOVE SPACES TO LineaPrevision
    STRING "Cajeros revisados:       " ContadorBonito INTO LineaPrevision
    WRITE LineaPrevision
    MOVE ContadorParadas TO ContadorBonito
    MOVE SPACES TO LineaPrevision
    STRING "Visitas planificadas:    " ContadorBonito INTO LineaPrevision
    WRITE LineaPrevision
    MOVE TotalImportePedido TO ImporteBonito
    MOVE SPACES TO LineaPrevision
    STRING "Importe total del pedido:" ImporteBonito INTO LineaPrevision
    WRITE LineaPrevision
    IF ContadorOmitidas > 0
        MOVE SPACES TO LineaPrevision
        STRING "AVISO: " ContadorOmitidas " lineas de billetes de cajeros por encima de la capacidad de la tabla no se han contado." INTO LineaPrevision
        WRITE LineaPrevision
    END-IF

    CLOSE ArchivoVisitas
    CLOSE ArchivoPedido
    CLOSE ArchivoPrevision

    DISPLAY "Prevision de efectivo completada: " ContadorParadas " visitas planificadas. Revisa " NombreArchivoPrevision
    STOP RUN.

*> ---------------------------------------------------------------
*> Acumula por cajero los billetes entregados dentro de la ventana
*> de consumo. Las lineas anteriores a la ventana no suman, pero
*> indican que el cajero lleva toda la ventana sin cuadrarse.
*> ---------------------------------------------------------------
CARGAR-CONSUMO.
    MOVE 0 TO ContadorConsumo
    MOVE 'N' TO SwFinDispensados
    OPEN INPUT ArchivoDispensados
    PERFORM UNTIL SwFinDispensados = 'S'
        READ ArchivoDispensados
            AT END MOVE 'S' TO SwFinDispensados
            NOT AT END
                PERFORM ACUMULAR-DISPENSADO
        END-READ
    END-PERFORM
    CLOSE ArchivoDispensados.

*> ---------------------------------------------------------------
*> Suma una linea de billetes_dispensados a la fila de su cajero,
*> dando de alta la fila si es la primera vez que aparece
*> ---------------------------------------------------------------
ACUMULAR-DISPENSADO.
    COMPUTE DiaLinea = FUNCTION INTEGER-OF-DATE(Disp-Fecha)

    MOVE 'N' TO SwConsumoHallado
    MOVE 1 TO IndiceConsumo
    PERFORM UNTIL IndiceConsumo > ContadorConsumo OR Consumo-Hallado
        IF CT-Terminal(IndiceConsumo) = Disp-Terminal
            MOVE 'S' TO SwConsumoHallado
        ELSE
            ADD 1 TO IndiceConsumo
        END-IF
    END-PERFORM

    IF NOT Consumo-Hallado
        IF ContadorConsumo >= 50
            ADD 1 TO ContadorOmitidas
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ContadorConsumo
        MOVE ContadorConsumo TO IndiceConsumo
        MOVE Disp-Terminal TO CT-Terminal(IndiceConsumo)
        MOVE DiaHoy TO CT-PrimerDia(IndiceConsumo)
        MOVE 'N' TO CT-Anteriores(IndiceConsumo)
        MOVE 0 TO CT-Num50(IndiceConsumo)
        MOVE 0 TO CT-Num20(IndiceConsumo)
        MOVE 0 TO CT-Num10(IndiceConsumo)
        MOVE 0 TO CT-Num5(IndiceConsumo)
    END-IF

    IF DiaLinea < DiaInicioVentana
        MOVE 'S' TO CT-Anteriores(IndiceConsumo)
        EXIT PARAGRAPH
    END-IF

    IF DiaLinea < CT-PrimerDia(IndiceConsumo)
        MOVE DiaLinea TO CT-PrimerDia(IndiceConsumo)
    END-IF
    ADD Disp-Num50 TO CT-Num50(IndiceConsumo)
    ADD Disp-Num20 TO CT-Num20(IndiceConsumo)
    ADD Disp-Num10 TO CT-Num10(IndiceConsumo)
    ADD Disp-Num5 TO CT-Num5(IndiceConsumo).

*> ---------------------------------------------------------------
*> Proyecta los dias hasta agotar cada denominacion del cajero
*> leido y, si alguna baja del plazo de aviso, planifica su visita
*> en el pedido de la transportadora
*> ---------------------------------------------------------------
PREVER-TERMINAL.
    MOVE 50 TO DN-Valor(1)
    MOVE 20 TO DN-Valor(2)
    MOVE 10 TO DN-Valor(3)
    MOVE 5 TO DN-Valor(4)
    MOVE Term-Num50 TO DN-Existencia(1)
    MOVE Term-Num20 TO DN-Existencia(2)
    MOVE Term-Num10 TO DN-Existencia(3)
    MOVE Term-Num5 TO DN-Existencia(4)
    MOVE 0 TO DN-Consumo(1)
    MOVE 0 TO DN-Consumo(2)
    MOVE 0 TO DN-Consumo(3)
    MOVE 0 TO DN-Consumo(4)
    MOVE VentanaDias TO DiasObservados

    MOVE 'N' TO SwConsumoHallado
    MOVE 1 TO IndiceConsumo
    PERFORM UNTIL IndiceConsumo > ContadorConsumo OR Consumo-Hallado
        IF CT-Terminal(IndiceConsumo) = Term-Id
            MOVE 'S' TO SwConsumoHallado
        ELSE
            ADD 1 TO IndiceConsumo
        END-IF
    END-PERFORM
    IF Consumo-Hallado
        MOVE CT-Num50(IndiceConsumo) TO DN-Consumo(1)
        MOVE CT-Num20(IndiceConsumo) TO DN-Consumo(2)
        MOVE CT-Num10(IndiceConsumo) TO DN-Consumo(3)
        MOVE CT-Num5(IndiceConsumo) TO DN-Consumo(4)
        IF CT-Anteriores(IndiceConsumo) = 'N'
            COMPUTE DiasObservados = DiaHoy - CT-PrimerDia(IndiceConsumo) + 1
        END-IF
    END-IF

    MOVE 9999.9 TO DiasMinimo
    MOVE 'N' TO SwHayPedido
    MOVE 1 TO IndiceDenominacion
    PERFORM UNTIL IndiceDenominacion > 4
        PERFORM PREVER-DENOMINACION
        ADD 1 TO IndiceDenominacion
    END-PERFORM

    IF DiasMinimo <= PlazoAvisoDias
        MOVE 1 TO IndiceDenominacion
        PERFORM UNTIL IndiceDenominacion > 4
            PERFORM CALCULAR-PEDIDO-DENOMINACION
            ADD 1 TO IndiceDenominacion
        END-PERFORM
    END-IF

    MOVE SPACES TO LineaPrevision
    WRITE LineaPrevision
    MOVE SPACES TO LineaPrevision
    IF Term-Esta-Bloqueado
        STRING "Cajero " Term-Id " - " Term-Ubicacion " [BLOQUEADO]" INTO LineaPrevision
    ELSE
        STRING "Cajero " Term-Id " - " Term-Ubicacion INTO LineaPrevision
    END-IF
    WRITE LineaPrevision
    MOVE SPACES TO LineaPrevision
    STRING "  Billete  Existencia  Consumo/dia  Dias hasta agotar  Pedido" INTO LineaPrevision
    WRITE LineaPrevision

    MOVE 1 TO IndiceDenominacion
    PERFORM UNTIL IndiceDenominacion > 4
        MOVE DN-Existencia(IndiceDenominacion) TO ExistenciaBonito
        MOVE DN-PorDia(IndiceDenominacion) TO ConsumoBonito
        MOVE DN-Pedido(IndiceDenominacion) TO PedidoBonito
        MOVE SPACES TO LineaPrevision
        IF DN-PorDia(IndiceDenominacion) = 0
            STRING "  " DN-Valor(IndiceDenominacion) "       " ExistenciaBonito "     " ConsumoBonito "    sin consumo      " PedidoBonito INTO LineaPrevision
        ELSE
            MOVE DN-DiasAgotar(IndiceDenominacion) TO DiasBonito
            STRING "  " DN-Valor(IndiceDenominacion) "       " ExistenciaBonito "     " ConsumoBonito "    " DiasBonito "           " PedidoBonito INTO LineaPrevision
        END-IF
        WRITE LineaPrevision
        ADD 1 TO IndiceDenominacion
    END-PERFORM

    IF NOT Hay-Pedido
        MOVE SPACES TO LineaPrevision
        STRING "  Sin visita: existencias suficientes para mas de " PlazoAvisoDias " dias." INTO LineaPrevision
        WRITE LineaPrevision
        EXIT PARAGRAPH
    END-IF

    PERFORM PLANIFICAR-VISITA.

*> ---------------------------------------------------------------
*> Consumo diario y dias hasta agotar de una denominacion. Sin
*> consumo en la ventana la denominacion no caduca (9999.9).
*> ---------------------------------------------------------------
PREVER-DENOMINACION.
    MOVE 0 TO DN-Pedido(IndiceDenominacion)
    COMPUTE DN-PorDia(IndiceDenominacion) ROUNDED = DN-Consumo(IndiceDenominacion) / DiasObservados
    IF DN-PorDia(IndiceDenominacion) = 0
        MOVE 9999.9 TO DN-DiasAgotar(IndiceDenominacion)
    ELSE
        COMPUTE DN-DiasAgotar(IndiceDenominacion) = DN-Existencia(IndiceDenominacion) / DN-PorDia(IndiceDenominacion)
            ON SIZE ERROR MOVE 9999.9 TO DN-DiasAgotar(IndiceDenominacion)
        END-COMPUTE
    END-IF
    IF DN-DiasAgotar(IndiceDenominacion) < DiasMinimo
        MOVE DN-DiasAgotar(IndiceDenominacion) TO DiasMinimo
    END-IF.

*> ---------------------------------------------------------------
*> Billetes a cargar de una denominacion: lo que falta para cubrir
*> CoberturaDias de consumo, redondeado a fajos completos y sin
*> desbordar el cassette
*> ---------------------------------------------------------------
CALCULAR-PEDIDO-DENOMINACION.
    MOVE 0 TO DN-Pedido(IndiceDenominacion)
    COMPUTE ObjetivoBilletes ROUNDED = DN-PorDia(IndiceDenominacion) * CoberturaDias
    IF ObjetivoBilletes > CapacidadCassette
        MOVE CapacidadCassette TO ObjetivoBilletes
    END-IF
    IF ObjetivoBilletes <= DN-Existencia(IndiceDenominacion)
        EXIT PARAGRAPH
    END-IF

    COMPUTE FaltanBilletes = ObjetivoBilletes - DN-Existencia(IndiceDenominacion)
    COMPUTE FajosPedido = (FaltanBilletes + BilletesPorFajo - 1) / BilletesPorFajo
    COMPUTE DN-Pedido(IndiceDenominacion) = FajosPedido * BilletesPorFajo
    IF DN-Existencia(IndiceDenominacion) + DN-Pedido(IndiceDenominacion) > CapacidadCassette
        SUBTRACT BilletesPorFajo FROM DN-Pedido(IndiceDenominacion)
    END-IF
    IF DN-Pedido(IndiceDenominacion) > 0
        MOVE 'S' TO SwHayPedido
    END-IF.

*> ---------------------------------------------------------------
*> Anota la parada del cajero en el pedido y en la planificacion de
*> visitas. La visita se fija para el dia en que se agotaria la
*> primera denominacion, y nunca antes de manana: la transportadora
*> recibe el pedido al final del dia.
*> ---------------------------------------------------------------
PLANIFICAR-VISITA.
    MOVE DiasMinimo TO DiasEnteros
    COMPUTE DiaVisita = DiaHoy + DiasEnteros
    IF DiaVisita <= DiaHoy
        COMPUTE DiaVisita = DiaHoy + 1
    END-IF
    COMPUTE FechaVisita = FUNCTION DATE-OF-INTEGER(DiaVisita)

    COMPUTE ImporteParada = DN-Pedido(1) * 50 + DN-Pedido(2) * 20 + DN-Pedido(3) * 10 + DN-Pedido(4) * 5

    MOVE Term-Id TO Vis-Terminal
    MOVE Term-Ubicacion TO Vis-Ubicacion
    MOVE FechaVisita TO Vis-FechaVisita
    MOVE DN-Pedido(1) TO Vis-Num50
    MOVE DN-Pedido(2) TO Vis-Num20
    MOVE DN-Pedido(3) TO Vis-Num10
    MOVE DN-Pedido(4) TO Vis-Num5
    MOVE ImporteParada TO Vis-Importe
    WRITE RegistroVisita

    MOVE SPACES TO RegistroParadaPedido
    MOVE 'D' TO DP-Tipo
    MOVE RegistroVisita TO DP-Parada
    WRITE RegistroParadaPedido

    ADD 1 TO ContadorParadas
    ADD DN-Pedido(1) TO TotalPedido50
    ADD DN-Pedido(2) TO TotalPedido20
    ADD DN-Pedido(3) TO TotalPedido10
    ADD DN-Pedido(4) TO TotalPedido5
    ADD ImporteParada TO TotalImportePedido

    MOVE ImporteParada TO ImporteBonito
    MOVE SPACES TO LineaPrevision
    STRING "  Visita planificada el " FechaVisita " en " Term-Ubicacion ", importe a cargar: " ImporteBonito INTO LineaPrevision
    WRITE LineaPrevision.

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
