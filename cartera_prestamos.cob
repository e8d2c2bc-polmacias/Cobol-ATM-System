           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CarteraPrestamos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoPrestamos ASSIGN TO "..\prestamos.dat" *>maestro de prestamos personales, con capital pendiente e impagos al dia
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoCuotas ASSIGN TO "..\cuadro_amortizacion.dat" *>cuadro de amortizacion: antiguedad de la mora e intereses cobrados
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCartera ASSIGN DYNAMIC NombreArchivoCartera
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

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

FD ArchivoCartera.
01 LineaCartera      PIC X(132).

WORKING-STORAGE SECTION.
01 FechaHoy          PIC 9(8).
01 NombreArchivoCartera PIC X(40).
01 SwFinPrestamos    PIC X(1) VALUE 'N'.
01 SwFinCuotas       PIC X(1) VALUE 'N'.

*> Lo que solo sabe el cuadro, resumido por prestamo: el
*> vencimiento impagado mas antiguo (antiguedad de la mora) y los
*> intereses ya cobrados
01 TablaCuadro.
   02 FilaCuadro OCCURS 300 TIMES.
      03 CM-Prestamo        PIC 9(5).
      03 CM-ImpagoAntiguo   PIC 9(8).
      03 CM-InteresCobrado  PIC 9(6)V99.
01 ContadorCuadro    PIC 9(3) VALUE 0.
01 IndiceCuadro      PIC 9(3).
01 PrestamoBuscado   PIC 9(5).
01 SwFilaHallada     PIC X(1) VALUE 'N'.
   88 Fila-Hallada      VALUE 'S'.

01 DiasMora          PIC 9(5).
01 TextoEstado       PIC X(10).

*> Totales de cartera por divisa, y la mora por tramos de
*> antiguedad del impago mas viejo de cada prestamo
01 TotalesCartera.
   02 FilaTotal OCCURS 2 TIMES.
      03 TT-Moneda          PIC X(3).
      03 TT-Vivos           PIC 9(5).
      03 TT-Amortizados     PIC 9(5).
      03 TT-Concedido       PIC 9(8)V99.
      03 TT-CapitalVivo     PIC 9(8)V99.
      03 TT-InteresCobrado  PIC 9(8)V99.
      03 TT-EnMora          PIC 9(5).
      03 TT-CuotasImpagadas PIC 9(5).
      03 TT-ImporteImpagado PIC 9(8)V99.
      03 TT-CapitalEnMora   PIC 9(8)V99.
      03 TT-Mora30          PIC 9(8)V99.
      03 TT-Mora90          PIC 9(8)V99.
      03 TT-MoraMas90       PIC 9(8)V99.
01 IndiceMoneda      PIC 9(1).

01 ImporteBonito     PIC ZZZZ9.99.
01 TotalBonito       PIC ZZZZZZZ9.99.
01 TipoBonito        PIC Z9.99.
01 PorcentajeMora    PIC 9(3)V99.
01 PorcentajeBonito  PIC ZZ9.99.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO
    MOVE SPACES TO NombreArchivoCartera
    STRING "..\cartera_prestamos_" FechaHoy ".txt"
           DELIMITED BY SIZE INTO NombreArchivoCartera

    INITIALIZE TotalesCartera
    MOVE "EUR" TO TT-Moneda(1)
    MOVE "USD" TO TT-Moneda(2)

    PERFORM RESUMIR-CUADRO

    OPEN OUTPUT ArchivoCartera
    MOVE SPACES TO LineaCartera
    STRING "CARTERA DE PRESTAMOS PERSONALES AL " FechaHoy INTO LineaCartera
    WRITE LineaCartera
    MOVE SPACES TO LineaCartera
    MOVE "Prestamo" TO LineaCartera(1:8)
    MOVE "Cliente" TO LineaCartera(10:7)
    MOVE "Cuenta" TO LineaCartera(18:6)
    MOVE "Div" TO LineaCartera(25:3)
    MOVE "Concedido" TO LineaCartera(28:9)
    MOVE "Tipo" TO LineaCartera(39:4)
    MOVE "Cuotas" TO LineaCartera(44:6)
    MOVE "Pendiente" TO LineaCartera(51:9)
    MOVE "Impag" TO LineaCartera(61:5)
    MOVE "Impagado" TO LineaCartera(68:8)
    MOVE "DiasMora" TO LineaCartera(77:8)
    MOVE "Estado" TO LineaCartera(86:6)
    WRITE LineaCartera
    MOVE SPACES TO LineaCartera
    STRING "--------------------------------------------------------------------------------------------------" INTO LineaCartera
    WRITE LineaCartera

    MOVE 'N' TO SwFinPrestamos
    OPEN INPUT ArchivoPrestamos
    READ ArchivoPrestamos
        AT END MOVE 'S' TO SwFinPrestamos
    END-READ
    PERFORM UNTIL SwFinPrestamos = 'S'
        PERFORM TRATAR-PRESTAMO
        READ ArchivoPrestamos
            AT END MOVE 'S' TO SwFinPrestamos
        END-READ
    END-PERFORM
    CLOSE ArchivoPrestamos

    MOVE 1 TO IndiceMoneda
    PERFORM UNTIL IndiceMoneda > 2
        PERFORM ESCRIBIR-TOTALES-MONEDA
        ADD 1 TO IndiceMoneda
    END-PERFORM
    CLOSE ArchivoCartera

    DISPLAY "Informe de cartera generado en " NombreArchivoCartera "."
    DISPLAY "Prestamos vivos EUR: " TT-Vivos(1) " (en mora " TT-EnMora(1) "). USD: " TT-Vivos(2) " (en mora " TT-EnMora(2) ")."
    STOP RUN.

*> ---------------------------------------------------------------
*> Recorre el cuadro una vez y deja por prestamo el vencimiento
*> impagado mas antiguo y los intereses ya cobrados
*> ---------------------------------------------------------------
RESUMIR-CUADRO.
    MOVE 0 TO ContadorCuadro
    MOVE 'N' TO SwFinCuotas
    OPEN INPUT ArchivoCuotas
    READ ArchivoCuotas
        AT END MOVE 'S' TO SwFinCuotas
    END-READ
    PERFORM UNTIL SwFinCuotas = 'S'
        IF Cuota-Impagada OR Cuota-Cobrada
            MOVE Cuo-Prestamo TO PrestamoBuscado
            PERFORM LOCALIZAR-FILA-CUADRO
            IF Fila-Hallada
                IF Cuota-Cobrada
                    ADD Cuo-Intereses TO CM-InteresCobrado(IndiceCuadro)
                ELSE
                    IF CM-ImpagoAntiguo(IndiceCuadro) = 0
                       OR Cuo-Vencimiento < CM-ImpagoAntiguo(IndiceCuadro)
                        MOVE Cuo-Vencimiento TO CM-ImpagoAntiguo(IndiceCuadro)
                    END-IF
                END-IF
            END-IF
        END-IF
        READ ArchivoCuotas
            AT END MOVE 'S' TO SwFinCuotas
        END-READ
    END-PERFORM
    CLOSE ArchivoCuotas.

*> ---------------------------------------------------------------
*> Localiza la fila de PrestamoBuscado, creandola si es la primera
*> cuota suya que aparece
*> ---------------------------------------------------------------
LOCALIZAR-FILA-CUADRO.
    MOVE 'N' TO SwFilaHallada
    MOVE 1 TO IndiceCuadro
    PERFORM UNTIL IndiceCuadro > ContadorCuadro OR Fila-Hallada
        IF CM-Prestamo(IndiceCuadro) = PrestamoBuscado
            MOVE 'S' TO SwFilaHallada
        ELSE
            ADD 1 TO IndiceCuadro
        END-IF
    END-PERFORM
    IF NOT Fila-Hallada AND ContadorCuadro < 300
        ADD 1 TO ContadorCuadro
        MOVE ContadorCuadro TO IndiceCuadro
        MOVE PrestamoBuscado TO CM-Prestamo(IndiceCuadro)
        MOVE 0 TO CM-ImpagoAntiguo(IndiceCuadro)
        MOVE 0 TO CM-InteresCobrado(IndiceCuadro)
        MOVE 'S' TO SwFilaHallada
    END-IF.

*> ---------------------------------------------------------------
*> Linea de detalle del prestamo y acumulado en los totales de su
*> divisa
*> ---------------------------------------------------------------
TRATAR-PRESTAMO.
    IF Pre-Moneda = "USD"
        MOVE 2 TO IndiceMoneda
    ELSE
        MOVE 1 TO IndiceMoneda
    END-IF

    MOVE 0 TO DiasMora
    MOVE Pre-IdPrestamo TO PrestamoBuscado
    PERFORM BUSCAR-FILA-CUADRO
    IF Fila-Hallada
        ADD CM-InteresCobrado(IndiceCuadro) TO TT-InteresCobrado(IndiceMoneda)
        IF Prestamo-EnMora AND CM-ImpagoAntiguo(IndiceCuadro) NOT = 0
            COMPUTE DiasMora = FUNCTION INTEGER-OF-DATE(FechaHoy)
                             - FUNCTION INTEGER-OF-DATE(CM-ImpagoAntiguo(IndiceCuadro))
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN Prestamo-Amortizado
            MOVE "AMORTIZADO" TO TextoEstado
            ADD 1 TO TT-Amortizados(IndiceMoneda)
        WHEN Prestamo-EnMora
            MOVE "EN MORA" TO TextoEstado
        WHEN OTHER
            MOVE "AL CORRIEN" TO TextoEstado
    END-EVALUATE

    IF NOT Prestamo-Amortizado
        ADD 1 TO TT-Vivos(IndiceMoneda)
        ADD Pre-Principal TO TT-Concedido(IndiceMoneda)
        ADD Pre-CapitalPendiente TO TT-CapitalVivo(IndiceMoneda)
    END-IF
    IF Prestamo-EnMora
        ADD 1 TO TT-EnMora(IndiceMoneda)
        ADD Pre-CuotasImpagadas TO TT-CuotasImpagadas(IndiceMoneda)
        ADD Pre-ImporteImpagado TO TT-ImporteImpagado(IndiceMoneda)
        ADD Pre-CapitalPendiente TO TT-CapitalEnMora(IndiceMoneda)
        EVALUATE TRUE
            WHEN DiasMora <= 30
                ADD Pre-ImporteImpagado TO TT-Mora30(IndiceMoneda)
            WHEN DiasMora <= 90
                ADD Pre-ImporteImpagado TO TT-Mora90(IndiceMoneda)
            WHEN OTHER
                ADD Pre-ImporteImpagado TO TT-MoraMas90(IndiceMoneda)
        END-EVALUATE
    END-IF

    MOVE SPACES TO LineaCartera
    MOVE Pre-Principal TO ImporteBonito
    MOVE Pre-TipoInteres TO TipoBonito
    STRING "   " Pre-IdPrestamo "   " Pre-Cliente "  " Pre-CuentaCargo " " Pre-Moneda " "
           ImporteBonito " " TipoBonito " " Pre-CuotasPagadas "/" Pre-Plazo " "
           INTO LineaCartera
    MOVE Pre-CapitalPendiente TO ImporteBonito
    MOVE ImporteBonito TO LineaCartera(52:8)
    MOVE Pre-CuotasImpagadas TO LineaCartera(62:3)
    MOVE Pre-ImporteImpagado TO ImporteBonito
    MOVE ImporteBonito TO LineaCartera(68:8)
    MOVE DiasMora TO LineaCartera(80:5)
    MOVE TextoEstado TO LineaCartera(86:10)
    WRITE LineaCartera.

*> ---------------------------------------------------------------
*> Localiza la fila de PrestamoBuscado SIN crear fila nueva
*> ---------------------------------------------------------------
BUSCAR-FILA-CUADRO.
    MOVE 'N' TO SwFilaHallada
    MOVE 1 TO IndiceCuadro
    PERFORM UNTIL IndiceCuadro > ContadorCuadro OR Fila-Hallada
        IF CM-Prestamo(IndiceCuadro) = PrestamoBuscado
            MOVE 'S' TO SwFilaHallada
        ELSE
            ADD 1 TO IndiceCuadro
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Bloque de totales de una divisa: capital vivo, mora y su
*> reparto por antiguedad
*> ---------------------------------------------------------------
ESCRIBIR-TOTALES-MONEDA.
    IF TT-Vivos(IndiceMoneda) = 0 AND TT-Amortizados(IndiceMoneda) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LineaCartera
    WRITE LineaCartera
    MOVE SPACES TO LineaCartera
    STRING "TOTALES " TT-Moneda(IndiceMoneda) INTO LineaCartera
    WRITE LineaCartera
    MOVE SPACES TO LineaCartera
    STRING "  Prestamos vivos: " TT-Vivos(IndiceMoneda)
           " | amortizados: " TT-Amortizados(IndiceMoneda) INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-Concedido(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Capital concedido (vivos): " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-CapitalVivo(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Capital pendiente:         " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-InteresCobrado(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Intereses cobrados:        " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-ImporteImpagado(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  En mora: " TT-EnMora(IndiceMoneda) " prestamo(s), "
           TT-CuotasImpagadas(IndiceMoneda) " cuota(s) impagadas por " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-CapitalEnMora(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Capital pendiente de prestamos en mora: " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    IF TT-CapitalVivo(IndiceMoneda) > 0
        COMPUTE PorcentajeMora ROUNDED =
                TT-CapitalEnMora(IndiceMoneda) * 100 / TT-CapitalVivo(IndiceMoneda)
        MOVE PorcentajeMora TO PorcentajeBonito
        MOVE SPACES TO LineaCartera
        STRING "  Tasa de morosidad sobre capital pendiente: " PorcentajeBonito "%" INTO LineaCartera
        WRITE LineaCartera
    END-IF
    MOVE TT-Mora30(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Impagado hasta 30 dias:    " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-Mora90(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Impagado de 31 a 90 dias:  " TotalBonito INTO LineaCartera
    WRITE LineaCartera
    MOVE TT-MoraMas90(IndiceMoneda) TO TotalBonito
    MOVE SPACES TO LineaCartera
    STRING "  Impagado de mas de 90 dias:" TotalBonito INTO LineaCartera
    WRITE LineaCartera.

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
