      *          supervisor codes the same day, without a recompile.
      *          Every program reads its keys at startup and falls
      *          back to its compiled defaults when the file or the
      *          key is missing. Changes are made only through
      *          PARMANT: one supervisor proposes (PARAMPEN), a second
      *          one approves, and every applied change is kept in
      *          PARAMHIS (PARMHIS) for PARAMRPT.
      *
      *          Claves en uso:
      *            UMBRALSU  PA-VALOR = umbral de aprobacion de
      *                      marcar una cuenta dormida (DORMIDAS)
      *            DIASRET   PA-VALOR = dias de retencion en linea de
      *                      AUDITLOG e HISTARC (DEPURA)
      *            DIASCHEQ  PA-VALOR = dias habiles de retencion de
      *                      fondos de un deposito con cheque
      *                      (CAJERO/RETENLIB; no cuentan los dias
      *                      del CALENDARIO)
      *            CUOTAMCC  PA-VALOR = cuota mensual de manejo de una
      *                      cuenta corriente (COMISION), con
      *                      PA-FECHA-VIGENCIA al estilo de las bandas
      *                      (SOBREGIR)
      *            BANCOPRO  PA-VALOR = codigo de banco propio en el
      *                      intercambio interbancario
      *                      (CAJERO/INTERBAN); tambien encabeza el
      *                      archivo de seguro de depositos
      *                      (SEGURDEP)
      *            TASAPLAZ  PA-TASA = tasa pactada para un plazo
      *                      fijo nuevo (CAJERO; queda congelada en
      *                      el plazo)
      *            DIASAVIS  PA-VALOR = dias de anticipacion con que
      *                      se avisa la dormancia inminente de una
      *                      cuenta (CARTAS)
      *            TASAPRES  PA-TASA = tasa nominal anual de un
      *                      prestamo en cuotas nuevo (CAJERO; queda
      *                      congelada en el prestamo)
      *            COMCHDEV  PA-VALOR = comision por cheque devuelto
      *                      en el canje (CANJECHQ), con la misma
      *                      vigencia que las tarifas de COMISION
      *            LIMTARJ   PA-VALOR = limite diario de retiro de una
      *                      tarjeta de debito nueva; por encima lo
      *                      fija un supervisor (TARJMANT)
      *            KYCBAJO   PA-VALOR = meses entre revisiones de
      *                      debida diligencia, riesgo bajo (CLIMANT)
      *            KYCMEDIO  PA-VALOR = idem, riesgo medio o cliente
      *                      sin calificar (CLIMANT)
      *            KYCALTO   PA-VALOR = idem, riesgo alto (CLIMANT,
      *                      EFECTIVO)
      *            KYCGRACI  PA-VALOR = dias de gracia tras vencer el
      *                      documento o la revision, antes de que
      *                      CAJERO y CAJERO LOTE rechacen debitos
      *                      (CAJERO, REVISCLI)
      *            TESOxxx   (xxx = codigo de moneda) PA-VALOR =
      *                      tenencia propia de tesoreria en esa
      *                      moneda, en unidades de la moneda; sin
      *                      clave la tenencia es cero (POSICMON)
      *            SEGDEPLI  PA-VALOR = limite de cobertura del
      *                      seguro de depositos por depositante
      *                      (SEGURDEP)
      *            SEGEXCLC  PA-VALOR no cero = las cuentas
      *                      corrientes no entran al seguro de
      *                      depositos (SEGURDEP)
      *            SEGEXCLA  idem, cuentas de ahorros (SEGURDEP)
      *            SEGEXCLP  idem, plazos fijos (SEGURDEP)
      ******************************************************************
       01  PA-REGISTRO-PARAMETRO.
      *        Clave primaria del archivo indexado PARAMS.
