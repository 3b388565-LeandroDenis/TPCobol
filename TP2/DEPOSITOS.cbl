       FILE SECTION.
      * Libro de depositos en garantia: uno por alquiler aprobado.
      * Estado "A" tomado, "D" neteado con el check-in (DEP-APLICADO
      * contra cargos, el resto a devolver), "R" remanente ya
      * transferido por REEMBOLSOS; DEP-INFORMADO lo marca
      * FACTURA-CLI cuando el movimiento ya salio en un estado de
      * cuenta.
       FD  DEPOSITOS LABEL RECORD IS STANDARD
